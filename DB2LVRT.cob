      *>************************************************************************
      *>  SAMPLE OVERDUE LEAVE RETURN MONITOR PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LVRT.cob
      *>
      *> Purpose:      Nightly monitor of leaves and suspensions past
      *>               their expected return date
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the employee-status store DB2ESTA keeps
      *>                 and finds everyone on leave (L) or suspended (S)
      *>                 whose CPY-ESTA-RETURN-DATE has passed - they are
      *>                 most likely back at work, still coded away, and
      *>                 still being skipped by the payroll pickup
      *>               - lists them by department with the days overdue,
      *>                 then everyone due back within the next two
      *>                 weeks with the days left; an open-ended leave
      *>                 (no expected return keyed) is not listed
      *>               - names and departments come back through
      *>                 DB2FETCH's called row-interface; a status record
      *>                 for an EMPNO no longer on EMPLOYEE is listed
      *>                 under '???' and left out of the transactions
      *>               - writes a ready-to-run DB2ESTB transaction file
      *>                 (header, one UPDATE to active per overdue
      *>                 person effective their expected return date,
      *>                 trailer) for HR to review and release through
      *>                 the status batch driver
      *>               - anyone overdue ends the run with a warning
      *>                 condition code
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the employee-status store is now an indexed file
      *>              (default empstat.dat), read front to back in
      *>              EMPNO order; its layout comes from STSDB2CO.cpy.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LVRT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-ESTA-FILE-STATUS.

        SELECT OUTPUT-FILE ASSIGN TO WS-OUTPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the employee-status store DB2ESTA maintains
       FD ESTA-FILE.
         COPY "STSDB2CO.cpy".

      *> the generated DB2ESTB input file
       FD OUTPUT-FILE.
         COPY "ESTDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

      *> runtime-overridable file names - the status store name
      *> matches DB2ESTA's own default and override variable
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.
        01 WS-OUTPUT-FILE-NAME   PIC X(100) VALUE 'statret.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'lvreturn.txt'.

        01 WS-ESTA-FILE-STATUS   PIC XX.
           88 WS-ESTA-FILE-OK        VALUE '00'.
        01 WS-ESTA-EOF-SW        PIC X VALUE 'N'.
           88 WS-ESTA-EOF            VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-TODAY-YYYY         PIC 9(4).
        01 WS-TODAY-MM           PIC 9(2).
        01 WS-TODAY-DD           PIC 9(2).
        01 WS-RET-YYYY           PIC 9(4).
        01 WS-RET-MM             PIC 9(2).
        01 WS-RET-DD             PIC 9(2).
      *> calendar-rough day count (years at 365, months at 30), the
      *> same reckoning the outstanding-approvals report ages by;
      *> positive when the return date has passed
        01 WS-DAYS-PAST          PIC S9(7) VALUE 0.
        01 WS-DAYS-LEFT          PIC S9(7) VALUE 0.
      *> how far ahead the due-back list looks
        01 WS-WINDOW-DAYS        PIC 9(3) VALUE 14.

      *> the people to list; KIND is O(verdue) or D(ue back soon)
        01 WS-ITM-COUNT          PIC 9(5) VALUE 0.
        01 WS-ITM-MAX            PIC 9(5) VALUE 5000.
        01 WS-ITM-TAB.
           05 WS-ITM-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-ITM-IDX.
              10 WS-ITM-KIND        PIC X(1).
              10 WS-ITM-EMPNO       PIC X(6).
              10 WS-ITM-CODE        PIC X(1).
              10 WS-ITM-EFF         PIC 9(8).
              10 WS-ITM-RETURN      PIC 9(8).
              10 WS-ITM-DAYS        PIC S9(7).
              10 WS-ITM-DEPT        PIC X(3).
              10 WS-ITM-NAME        PIC X(28).

      *> the departments with someone listed, kept in DEPTNO order
        01 WS-DPT-COUNT          PIC 9(4) VALUE 0.
        01 WS-DPT-MAX            PIC 9(4) VALUE 500.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
        01 WS-INSERT-SLOT        PIC 9(4) VALUE 0.
        01 WS-SHIFT-SLOT         PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND               VALUE 'Y'.

        01 WS-ITM-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-ITM-OVERFLOW        VALUE 'Y'.
        01 WS-DPT-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-DPT-OVERFLOW        VALUE 'Y'.

        01 WS-LIST-KIND          PIC X(1).
        01 WS-DPT-LISTED         PIC 9(5) VALUE 0.

        01 WS-ESTA-READ          PIC 9(5) VALUE 0.
        01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
        01 WS-DUE-SOON-COUNT     PIC 9(5) VALUE 0.
        01 WS-NOT-ON-EMP-COUNT   PIC 9(5) VALUE 0.
        01 WS-OUT-TOTAL          PIC 9(7) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2LVRT - LEAVE AND SUSPENSION RETURNS ".
           05 FILLER                PIC X(06) VALUE "AS OF ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(56) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-SECTION-LINE.
           05 WS-SECT-TITLE         PIC X(132).

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(08) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(10) VALUE "RETURN".
           05 WS-HDG-DAYS PIC X(60) VALUE "DAYS OVERDUE".

        01 WS-DETAIL-LINE.
           05 WS-DTL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-STATUS         PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-EFF            PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-RETURN         PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-DAYS           PIC ----9.
           05 FILLER                PIC X(55) VALUE SPACES.

        01 WS-DEPT-TOTAL-LINE.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "DEPT TOTAL ".
           05 WS-DTT-DEPT           PIC X(3).
           05 FILLER                PIC X(2)  VALUE ": ".
           05 WS-DTT-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(105) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2LVRT SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LVRT: INSIDE LEAVE RETURN MONITOR"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-STATUS-STORE THRU LOAD-STATUS-STORE-EXIT

           IF WS-ITM-COUNT > 0
               PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

               IF LN-SQLCODE OF LN-MOD NOT = ZERO
                   DISPLAY "DB2LVRT: DB2 CONNECT FAILED - SQLCODE "
                       LN-SQLCODE OF LN-MOD
                   DISPLAY "DB2LVRT: " LN-MSG-1 OF LN-MOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM NAME-THE-PEOPLE THRU NAME-THE-PEOPLE-EXIT

               PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT
           END-IF

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
              UNTIL WS-ITM-IDX > WS-ITM-COUNT
               MOVE WS-ITM-DEPT (WS-ITM-IDX) TO WS-LOOKUP-DEPT
               PERFORM ADD-DEPT-IN-ORDER THRU ADD-DEPT-IN-ORDER-EXIT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE 'O' TO WS-LIST-KIND
           PERFORM WRITE-LIST THRU WRITE-LIST-EXIT
           MOVE 'D' TO WS-LIST-KIND
           PERFORM WRITE-LIST THRU WRITE-LIST-EXIT
           CLOSE REPORT-FILE

           PERFORM WRITE-TRANSACTION-FILE
              THRU WRITE-TRANSACTION-FILE-EXIT

           DISPLAY "DB2LVRT: ======== LEAVE RETURN SUMMARY ========="
           DISPLAY "DB2LVRT: STATUS RECORDS READ : " WS-ESTA-READ
           DISPLAY "DB2LVRT: PAST RETURN DATE    : " WS-OVERDUE-COUNT
           DISPLAY "DB2LVRT: DUE BACK IN " WS-WINDOW-DAYS
              " DAYS : " WS-DUE-SOON-COUNT
           DISPLAY "DB2LVRT: NOT ON EMPLOYEE     : "
               WS-NOT-ON-EMP-COUNT
           DISPLAY "DB2LVRT: RETURN TRANSACTIONS : " WS-OUT-TOTAL
           DISPLAY "DB2LVRT: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2LVRT: TRANSACTION FILE    : "
               WS-OUTPUT-FILE-NAME
           DISPLAY "DB2LVRT: ======================================"

           IF WS-OVERDUE-COUNT > 0
           OR WS-ITM-OVERFLOW OR WS-DPT-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2LVRT: EXITING LEAVE RETURN MONITOR"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2LVRT-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
           END-IF

           ACCEPT WS-OUTPUT-FILE-NAME
              FROM ENVIRONMENT "DB2LVRT_OUTPUT_FILE"
           IF WS-OUTPUT-FILE-NAME = SPACE
               MOVE 'statret.txt' TO WS-OUTPUT-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2LVRT_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'lvreturn.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-DB2-DBALIAS FROM ENVIRONMENT "DB2CRUD_DBALIAS"
           IF WS-DB2-DBALIAS = SPACE
               MOVE 'SAMPLE' TO WS-DB2-DBALIAS
           END-IF

           ACCEPT WS-DB2-USERID FROM ENVIRONMENT "DB2CRUD_USERID"
           IF WS-DB2-USERID = SPACE
               MOVE 'DB2INST1' TO WS-DB2-USERID
           END-IF

           ACCEPT WS-DB2-PSWD FROM ENVIRONMENT "DB2CRUD_PSWD"
           IF WS-DB2-PSWD = SPACE
               MOVE 'db2admin' TO WS-DB2-PSWD
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:4) TO WS-TODAY-YYYY
           MOVE WS-RUN-DATE (5:2) TO WS-TODAY-MM
           MOVE WS-RUN-DATE (7:2) TO WS-TODAY-DD

           DISPLAY "DB2LVRT: STATUS STORE     = " WS-ESTA-FILE-NAME
           DISPLAY "DB2LVRT: TRANSACTION FILE = " WS-OUTPUT-FILE-NAME
           DISPLAY "DB2LVRT: REPORT FILE      = " WS-REPORT-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT TO TRUE
           MOVE WS-DB2-DBALIAS TO LN-DBALIAS OF LN-MOD
           MOVE WS-DB2-USERID  TO LN-USERID  OF LN-MOD
           MOVE WS-DB2-PSWD    TO LN-PSWD    OF LN-MOD
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL
          .
       CONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       DISCONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT-RESET TO TRUE
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2LVRT: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LVRT: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-STATUS-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    a shop with no status store has nobody coded away
           OPEN INPUT ESTA-FILE
           IF NOT WS-ESTA-FILE-OK
               DISPLAY "DB2LVRT: STATUS STORE " WS-ESTA-FILE-NAME
                  " NOT ON FILE - NOBODY IS CODED AWAY"
               GO TO LOAD-STATUS-STORE-EXIT
           END-IF

           PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT
              UNTIL WS-ESTA-EOF
           CLOSE ESTA-FILE
           .
       LOAD-STATUS-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STATUS-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    only a leave or suspension already in force with an
      *>    expected return keyed is of interest: past it is overdue,
      *>    inside the window ahead it is due back soon
           READ ESTA-FILE
             AT END
               SET WS-ESTA-EOF TO TRUE
               GO TO READ-STATUS-RECORD-EXIT
           END-READ

           ADD 1 TO WS-ESTA-READ

           IF ESTA-CODE NOT = 'L' AND NOT = 'S'
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           IF ESTA-RETURN-DATE IS NOT NUMERIC
           OR ESTA-RETURN-DATE = 0
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           IF ESTA-EFF-DATE IS NUMERIC
           AND ESTA-EFF-DATE > WS-RUN-DATE
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           MOVE ESTA-RETURN-DATE (1:4) TO WS-RET-YYYY
           MOVE ESTA-RETURN-DATE (5:2) TO WS-RET-MM
           MOVE ESTA-RETURN-DATE (7:2) TO WS-RET-DD
           COMPUTE WS-DAYS-PAST =
               (WS-TODAY-YYYY - WS-RET-YYYY) * 365
             + (WS-TODAY-MM   - WS-RET-MM)   * 30
             + (WS-TODAY-DD   - WS-RET-DD)
           COMPUTE WS-DAYS-LEFT = 0 - WS-DAYS-PAST

           IF ESTA-RETURN-DATE >= WS-RUN-DATE
           AND WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           IF WS-ITM-COUNT >= WS-ITM-MAX
               IF NOT WS-ITM-OVERFLOW
                   DISPLAY "DB2LVRT: *** MORE THAN " WS-ITM-MAX
                      " PEOPLE TO LIST - THE REST ARE LEFT OFF ***"
               END-IF
               SET WS-ITM-OVERFLOW TO TRUE
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           ADD 1 TO WS-ITM-COUNT
           SET WS-ITM-IDX TO WS-ITM-COUNT
           MOVE ESTA-EMPNO       TO WS-ITM-EMPNO (WS-ITM-IDX)
           MOVE ESTA-CODE        TO WS-ITM-CODE (WS-ITM-IDX)
           MOVE ESTA-RETURN-DATE TO WS-ITM-RETURN (WS-ITM-IDX)
           IF ESTA-EFF-DATE IS NUMERIC
               MOVE ESTA-EFF-DATE TO WS-ITM-EFF (WS-ITM-IDX)
           ELSE
               MOVE 0 TO WS-ITM-EFF (WS-ITM-IDX)
           END-IF
           MOVE '???'            TO WS-ITM-DEPT (WS-ITM-IDX)
           MOVE "*NOT ON EMPLOYEE*" TO WS-ITM-NAME (WS-ITM-IDX)

           IF ESTA-RETURN-DATE < WS-RUN-DATE
               MOVE 'O' TO WS-ITM-KIND (WS-ITM-IDX)
               MOVE WS-DAYS-PAST TO WS-ITM-DAYS (WS-ITM-IDX)
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE 'D' TO WS-ITM-KIND (WS-ITM-IDX)
               MOVE WS-DAYS-LEFT TO WS-ITM-DAYS (WS-ITM-IDX)
               ADD 1 TO WS-DUE-SOON-COUNT
           END-IF
           .
       READ-STATUS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       NAME-THE-PEOPLE SECTION.
      *>------------------------------------------------------------------------
      *>    one pass of EMPLOYEE through DB2FETCH's called row-
      *>    interface fills in the name and department of everyone
      *>    listed
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2LVRT: EMPLOYEE CURSOR WOULD NOT OPEN"
               GO TO NAME-THE-PEOPLE-EXIT
           END-IF

           PERFORM NAME-ONE-EMPLOYEE THRU NAME-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       NAME-THE-PEOPLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       NAME-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO NAME-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
              UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-EMPNO (WS-ITM-IDX) = EXT-EMPNO
                   MOVE EXT-WORKDEPT TO WS-ITM-DEPT (WS-ITM-IDX)
                   MOVE SPACES TO WS-ITM-NAME (WS-ITM-IDX)
                   STRING EXT-FIRSTNME DELIMITED BY SPACE
                          " "          DELIMITED BY SIZE
                          EXT-LASTNAME DELIMITED BY SIZE
                          INTO WS-ITM-NAME (WS-ITM-IDX)
                   END-STRING
               END-IF
           END-PERFORM
           .
       NAME-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-DEPT-IN-ORDER SECTION.
      *>------------------------------------------------------------------------
      *>    WS-LOOKUP-DEPT goes into the department list in DEPTNO
      *>    order unless it is there already
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-INSERT-SLOT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
                 OR WS-FOUND
                 OR WS-INSERT-SLOT > 0
               IF WS-DPT-DEPTNO (WS-DPT-IDX) = WS-LOOKUP-DEPT
                   SET WS-FOUND TO TRUE
               ELSE
                   IF WS-DPT-DEPTNO (WS-DPT-IDX) > WS-LOOKUP-DEPT
                       SET WS-INSERT-SLOT TO WS-DPT-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FOUND
               GO TO ADD-DEPT-IN-ORDER-EXIT
           END-IF

           IF WS-DPT-COUNT >= WS-DPT-MAX
               IF NOT WS-DPT-OVERFLOW
                   DISPLAY "DB2LVRT: *** DEPARTMENT TABLE FULL - SOME"
                      " PEOPLE ARE NOT LISTED ***"
               END-IF
               SET WS-DPT-OVERFLOW TO TRUE
               GO TO ADD-DEPT-IN-ORDER-EXIT
           END-IF

           IF WS-INSERT-SLOT = 0
               COMPUTE WS-INSERT-SLOT = WS-DPT-COUNT + 1
           ELSE
      *>       open a gap by sliding the entries from the slot up one
               PERFORM VARYING WS-SHIFT-SLOT FROM WS-DPT-COUNT BY -1
                  UNTIL WS-SHIFT-SLOT < WS-INSERT-SLOT
                   MOVE WS-DPT-ENTRY (WS-SHIFT-SLOT)
                     TO WS-DPT-ENTRY (WS-SHIFT-SLOT + 1)
               END-PERFORM
           END-IF

           ADD 1 TO WS-DPT-COUNT
           MOVE WS-LOOKUP-DEPT TO WS-DPT-DEPTNO (WS-INSERT-SLOT)
           .
       ADD-DEPT-IN-ORDER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    one list per kind - overdue, then due back soon - each
      *>    grouped by department with a count under every group
           MOVE SPACES TO WS-SECT-TITLE
           IF WS-LIST-KIND = 'O'
               MOVE "PAST THE EXPECTED RETURN DATE - STILL CODED AWAY"
                 TO WS-SECT-TITLE
               MOVE "DAYS OVERDUE" TO WS-HDG-DAYS
           ELSE
               STRING "DUE BACK WITHIN THE NEXT " DELIMITED BY SIZE
                      WS-WINDOW-DAYS             DELIMITED BY SIZE
                      " DAYS"                    DELIMITED BY SIZE
                      INTO WS-SECT-TITLE
               END-STRING
               MOVE "DAYS LEFT" TO WS-HDG-DAYS
           END-IF
           MOVE 99 TO WS-RPT-LINE-COUNT
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF (WS-LIST-KIND = 'O' AND WS-OVERDUE-COUNT = 0)
           OR (WS-LIST-KIND = 'D' AND WS-DUE-SOON-COUNT = 0)
               MOVE "NOBODY TO LIST" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-LIST-EXIT
           END-IF

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE 0 TO WS-DPT-LISTED
               PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                  UNTIL WS-ITM-IDX > WS-ITM-COUNT
                   IF WS-ITM-KIND (WS-ITM-IDX) = WS-LIST-KIND
                   AND WS-ITM-DEPT (WS-ITM-IDX)
                         = WS-DPT-DEPTNO (WS-DPT-IDX)
                       PERFORM WRITE-DETAIL-LINE
                          THRU WRITE-DETAIL-LINE-EXIT
                       ADD 1 TO WS-DPT-LISTED
                   END-IF
               END-PERFORM
               IF WS-DPT-LISTED > 0
                   PERFORM CHECK-PAGE-BREAK
                      THRU CHECK-PAGE-BREAK-EXIT
                   MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-DTT-DEPT
                   MOVE WS-DPT-LISTED TO WS-DTT-COUNT
                   MOVE WS-DEPT-TOTAL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 2 TO WS-RPT-LINE-COUNT
               END-IF
           END-PERFORM
           .
       WRITE-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DETAIL-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-ITM-DEPT (WS-ITM-IDX)   TO WS-DTL-DEPT
           MOVE WS-ITM-EMPNO (WS-ITM-IDX)  TO WS-DTL-EMPNO
           MOVE WS-ITM-NAME (WS-ITM-IDX)   TO WS-DTL-NAME
           IF WS-ITM-CODE (WS-ITM-IDX) = 'L'
               MOVE "LEAVE"  TO WS-DTL-STATUS
           ELSE
               MOVE "SUSP"   TO WS-DTL-STATUS
           END-IF
           MOVE WS-ITM-EFF (WS-ITM-IDX)    TO WS-DTL-EFF
           MOVE WS-ITM-RETURN (WS-ITM-IDX) TO WS-DTL-RETURN
           MOVE WS-ITM-DAYS (WS-ITM-IDX)   TO WS-DTL-DAYS

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-DETAIL-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-TRANSACTION-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    one UPDATE back to active per overdue person on EMPLOYEE,
      *>    effective the day they were due back, with the return date
      *>    cleared; the file is written even when empty so the
      *>    release step always finds a balanced header and trailer
           OPEN OUTPUT OUTPUT-FILE

           INITIALIZE CPY-ESTA-TX
           MOVE 'HD'        TO CPY-ETX-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO CPY-ETX-HDR-RUN-DATE
           WRITE CPY-ESTA-TX

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
              UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-KIND (WS-ITM-IDX) = 'O'
                   IF WS-ITM-DEPT (WS-ITM-IDX) = '???'
                       ADD 1 TO WS-NOT-ON-EMP-COUNT
                   ELSE
                       INITIALIZE CPY-ESTA-TX
                       SET CPY-ETX-TRANSACTION TO TRUE
                       SET CPY-ETX-UPDATE TO TRUE
                       MOVE WS-ITM-EMPNO (WS-ITM-IDX) TO CPY-ETX-EMPNO
                       MOVE 'A' TO CPY-ETX-CODE
                       MOVE WS-ITM-RETURN (WS-ITM-IDX)
                         TO CPY-ETX-EFF-DATE
                       MOVE 0 TO CPY-ETX-RETURN-DATE
                       WRITE CPY-ESTA-TX
                       ADD 1 TO WS-OUT-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           INITIALIZE CPY-ESTA-TX
           MOVE 'TR'         TO CPY-ETX-TRL-REC-TYPE
           MOVE WS-OUT-TOTAL TO CPY-ETX-TRL-TOTAL-COUNT
           MOVE 0            TO CPY-ETX-TRL-ADD-COUNT
           MOVE WS-OUT-TOTAL TO CPY-ETX-TRL-UPDATE-COUNT
           MOVE 0            TO CPY-ETX-TRL-DELETE-COUNT
           WRITE CPY-ESTA-TX

           CLOSE OUTPUT-FILE
           .
       WRITE-TRANSACTION-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-PAGE-BREAK SECTION.
      *>------------------------------------------------------------------------
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF
          .
       CHECK-PAGE-BREAK-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PAGE-HEADER SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2LVRT.

      *>************************************************************************
      *>  SAMPLE LEAVE BALANCE STATEMENT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LVST.cob
      *>
      *> Purpose:      Vacation and sick-leave balance statement
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - for the statement month (DB2LVST_PERIOD,
      *>                 YYYYMM, the current month when not given)
      *>                 works every employee's vacation and sick-leave
      *>                 position out of the leave ledger DB2LVLG keeps:
      *>                 opening balance, days accrued, used and
      *>                 adjusted in the month, days paid out or
      *>                 forfeited on termination, and closing balance
      *>               - listed department by department, with a total
      *>                 per leave type under every department and for
      *>                 the company; leavers settled in the month, no
      *>                 longer on EMPLOYEE, are listed in a group of
      *>                 their own
      *>               - entries dated after the statement month are
      *>                 left out, so an earlier month can be restated
      *>               - names and departments come back through
      *>                 DB2FETCH's called row-interface
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LVST.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the leave ledger DB2LVLG appends to
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 LDG-LEAVE-TYPE        PIC X(1).
           05 FILLER                PIC X(1).
           05 LDG-ENTRY-TYPE        PIC X(1).
           05 FILLER                PIC X(1).
           05 LDG-PERIOD            PIC 9(6).
           05 FILLER                PIC X(1).
           05 LDG-POST-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 LDG-SIGN              PIC X(1).
           05 LDG-DAYS              PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 LDG-BAL-SIGN          PIC X(1).
           05 LDG-BALANCE           PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 LDG-REFERENCE         PIC X(20).

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

      *> runtime-overridable file names - the ledger name matches
      *> DB2LVLG's own default and override variable
        01 WS-LEDGER-FILE-NAME   PIC X(100) VALUE 'leavledg.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'lvstmt.txt'.

        01 WS-LEDGER-FILE-STATUS PIC XX.
           88 WS-LEDGER-FILE-OK      VALUE '00'.
        01 WS-LEDGER-EOF-SW      PIC X VALUE 'N'.
           88 WS-LEDGER-EOF          VALUE 'Y'.
        01 WS-NO-LEDGER-SW       PIC X VALUE 'N'.
           88 WS-NO-LEDGER           VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-LOAD-FAILED-SW     PIC X VALUE 'N'.
           88 WS-LOAD-FAILED         VALUE 'Y'.
        01 WS-TABLE-OVERFLOW-SW  PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW      VALUE 'Y'.
        01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND               VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> the statement month - DB2LVST_PERIOD (YYYYMM), the current
      *> month when not given
        01 WS-PERIOD-IN          PIC X(6) VALUE SPACES.
        01 WS-PERIOD             PIC 9(6) VALUE 0.
        01 WS-TODAY              PIC 9(8) VALUE 0.

        01 WS-ENTRY-DAYS         PIC S9(5)V9(2) VALUE 0.
        01 WS-LEDGER-READ        PIC 9(7) VALUE 0.
        01 WS-LINES-LISTED       PIC 9(7) VALUE 0.
        01 WS-NEGATIVE-COUNT     PIC 9(7) VALUE 0.

      *> one position per EMPNO and leave type found on the ledger;
      *> EMP-SLOT is the employee's entry in the population, zero
      *> for someone no longer on EMPLOYEE
        01 WS-BLN-COUNT          PIC 9(5) VALUE 0.
        01 WS-BLN-MAX            PIC 9(5) VALUE 20000.
        01 WS-BLN-TAB.
           05 WS-BLN-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-BLN-IDX.
              10 WS-BLN-EMPNO       PIC X(6).
              10 WS-BLN-TYPE        PIC X(1).
              10 WS-BLN-EMP-SLOT    PIC 9(5).
              10 WS-BLN-OPENING     PIC S9(5)V9(2).
              10 WS-BLN-ACCRUED     PIC S9(5)V9(2).
              10 WS-BLN-USED        PIC S9(5)V9(2).
              10 WS-BLN-ADJUSTED    PIC S9(5)V9(2).
              10 WS-BLN-PAID        PIC S9(5)V9(2).
              10 WS-BLN-FORFEITED   PIC S9(5)V9(2).
              10 WS-BLN-CLOSING     PIC S9(5)V9(2).
        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.

      *> the current population
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-EMPNO       PIC X(6).
              10 WS-EMP-NAME        PIC X(28).
              10 WS-EMP-DEPT        PIC X(3).
        01 WS-LOOKUP-EMPNO       PIC X(6).

      *> the departments to list, in DEPTNO order
        01 WS-DPT-COUNT          PIC 9(4) VALUE 0.
        01 WS-DPT-MAX            PIC 9(4) VALUE 1000.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-INSERT-SLOT        PIC 9(4) VALUE 0.
        01 WS-SHIFT-SLOT         PIC 9(4) VALUE 0.
        01 WS-LIST-DEPT          PIC X(3).
        01 WS-LIST-LEAVERS-SW    PIC X VALUE 'N'.
           88 WS-LIST-LEAVERS        VALUE 'Y'.
        01 WS-GROUP-LINES        PIC 9(5) VALUE 0.

      *> totals per leave type, 1 vacation and 2 sick, for the group
      *> being listed and for the company
        01 WS-TYPE-SUB           PIC 9(1) VALUE 0.
        01 WS-GRP-TOTALS.
           05 WS-GRP-TYPE OCCURS 2 TIMES.
              10 WS-GRP-OPENING     PIC S9(7)V9(2).
              10 WS-GRP-ACCRUED     PIC S9(7)V9(2).
              10 WS-GRP-USED        PIC S9(7)V9(2).
              10 WS-GRP-ADJUSTED    PIC S9(7)V9(2).
              10 WS-GRP-PAID        PIC S9(7)V9(2).
              10 WS-GRP-FORFEITED   PIC S9(7)V9(2).
              10 WS-GRP-CLOSING     PIC S9(7)V9(2).
        01 WS-CO-TOTALS.
           05 WS-CO-TYPE OCCURS 2 TIMES.
              10 WS-CO-OPENING      PIC S9(7)V9(2).
              10 WS-CO-ACCRUED      PIC S9(7)V9(2).
              10 WS-CO-USED         PIC S9(7)V9(2).
              10 WS-CO-ADJUSTED     PIC S9(7)V9(2).
              10 WS-CO-PAID         PIC S9(7)V9(2).
              10 WS-CO-FORFEITED    PIC S9(7)V9(2).
              10 WS-CO-CLOSING      PIC S9(7)V9(2).

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2LVST - LEAVE BALANCE STATEMENT      ".
           05 FILLER                PIC X(07) VALUE "MONTH  ".
           05 WS-PHL-PERIOD         PIC 9(6).
           05 FILLER                PIC X(07) VALUE "  RUN  ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(42) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "TYPE".
           05 FILLER PIC X(11) VALUE "   OPENING".
           05 FILLER PIC X(11) VALUE "   ACCRUED".
           05 FILLER PIC X(11) VALUE "      USED".
           05 FILLER PIC X(11) VALUE "  ADJUSTED".
           05 FILLER PIC X(11) VALUE "  PAID OUT".
           05 FILLER PIC X(11) VALUE " FORFEITED".
           05 FILLER PIC X(11) VALUE "   CLOSING".
           05 FILLER PIC X(11) VALUE SPACES.

        01 WS-GROUP-HEAD-LINE.
           05 WS-GHL-TEXT           PIC X(132).

        01 WS-DETAIL-LINE.
           05 WS-DTL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-TYPE           PIC X(6).
           05 WS-DTL-OPENING        PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-ACCRUED        PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-USED           PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-ADJUSTED       PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-PAID           PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-FORFEITED      PIC -(6)9.99.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-DTL-CLOSING        PIC -(6)9.99.
           05 FILLER                PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2LVST SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LVST: INSIDE LEAVE BALANCE STATEMENT"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-LEDGER THRU LOAD-LEDGER-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2LVST: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LVST: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYEES THRU LOAD-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-LOAD-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>    each position is tied to its employee, and the employee's
      *>    department goes on the list
           PERFORM VARYING WS-BLN-IDX FROM 1 BY 1
              UNTIL WS-BLN-IDX > WS-BLN-COUNT
               MOVE WS-BLN-EMPNO (WS-BLN-IDX) TO WS-LOOKUP-EMPNO
               PERFORM FIND-EMPLOYEE THRU FIND-EMPLOYEE-EXIT
               IF WS-FOUND
                   SET WS-BLN-EMP-SLOT (WS-BLN-IDX) TO WS-EMP-IDX
                   MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-LOOKUP-DEPT
                   PERFORM ADD-DEPT-IN-ORDER
                      THRU ADD-DEPT-IN-ORDER-EXIT
               ELSE
                   MOVE 0 TO WS-BLN-EMP-SLOT (WS-BLN-IDX)
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-STATEMENT THRU WRITE-STATEMENT-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2LVST: ===== LEAVE STATEMENT SUMMARY ====="
           DISPLAY "DB2LVST: STATEMENT MONTH      : " WS-PERIOD
           DISPLAY "DB2LVST: LEDGER ENTRIES READ  : " WS-LEDGER-READ
           DISPLAY "DB2LVST: BALANCES LISTED      : " WS-LINES-LISTED
           DISPLAY "DB2LVST: CLOSING BELOW ZERO   : " WS-NEGATIVE-COUNT
           DISPLAY "DB2LVST: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2LVST: ======================================="

           IF WS-NO-LEDGER
           OR WS-NEGATIVE-COUNT > 0
           OR WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2LVST: EXITING LEAVE BALANCE STATEMENT"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2LVST-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-LEDGER-FILE-NAME
              FROM ENVIRONMENT "DB2LVLG_LEDGER_FILE"
           IF WS-LEDGER-FILE-NAME = SPACE
               MOVE 'leavledg.txt' TO WS-LEDGER-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2LVST_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'lvstmt.txt' TO WS-REPORT-FILE-NAME
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

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "DB2LVST_PERIOD"
           IF WS-PERIOD-IN IS NUMERIC
           AND WS-PERIOD-IN (5:2) >= "01" AND WS-PERIOD-IN (5:2) <= "12"
               MOVE WS-PERIOD-IN TO WS-PERIOD
           ELSE
               IF WS-PERIOD-IN NOT = SPACES
                   DISPLAY "DB2LVST: DB2LVST_PERIOD " WS-PERIOD-IN
                      " IS NOT YYYYMM - THE CURRENT MONTH IS USED"
               END-IF
               MOVE WS-TODAY (1:6) TO WS-PERIOD
           END-IF

           DISPLAY "DB2LVST: LEAVE LEDGER        = " WS-LEDGER-FILE-NAME
           DISPLAY "DB2LVST: STATEMENT MONTH     = " WS-PERIOD
           DISPLAY "DB2LVST: REPORT FILE         = "
              WS-REPORT-FILE-NAME
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
               DISPLAY "DB2LVST: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LVST: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-LEDGER SECTION.
      *>------------------------------------------------------------------------
      *>    without a ledger nothing has been accrued yet - the
      *>    statement still runs, empty
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-FILE-OK
               DISPLAY "DB2LVST: LEAVE LEDGER " WS-LEDGER-FILE-NAME
                  " NOT ON FILE - NO BALANCES TO STATE"
               SET WS-NO-LEDGER TO TRUE
               GO TO LOAD-LEDGER-EXIT
           END-IF

           PERFORM READ-LEDGER-RECORD THRU READ-LEDGER-RECORD-EXIT
              UNTIL WS-LEDGER-EOF
           CLOSE LEDGER-FILE
           .
       LOAD-LEDGER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-LEDGER-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    an entry before the month goes into the opening balance,
      *>    one in the month into its movement column, one after the
      *>    month is left out
           READ LEDGER-FILE
             AT END
               SET WS-LEDGER-EOF TO TRUE
               GO TO READ-LEDGER-RECORD-EXIT
           END-READ

           IF LDG-PERIOD IS NOT NUMERIC
           OR LDG-DAYS IS NOT NUMERIC
               GO TO READ-LEDGER-RECORD-EXIT
           END-IF
           IF LDG-PERIOD > WS-PERIOD
               GO TO READ-LEDGER-RECORD-EXIT
           END-IF
           ADD 1 TO WS-LEDGER-READ

           MOVE LDG-DAYS TO WS-ENTRY-DAYS
           IF LDG-SIGN = '-'
               COMPUTE WS-ENTRY-DAYS = 0 - WS-ENTRY-DAYS
           END-IF

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-BLN-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-BLN-EMPNO (WS-SCAN-IDX) = LDG-EMPNO
               AND WS-BLN-TYPE (WS-SCAN-IDX) = LDG-LEAVE-TYPE
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               IF WS-BLN-COUNT >= WS-BLN-MAX
                   IF NOT WS-TABLE-OVERFLOW
                       DISPLAY "DB2LVST: *** LEDGER EXCEEDS THE "
                          WS-BLN-MAX "-BALANCE TABLE ***"
                   END-IF
                   SET WS-TABLE-OVERFLOW TO TRUE
                   GO TO READ-LEDGER-RECORD-EXIT
               END-IF
               ADD 1 TO WS-BLN-COUNT
               MOVE WS-BLN-COUNT TO WS-MATCH-SLOT
               INITIALIZE WS-BLN-ENTRY (WS-MATCH-SLOT)
               MOVE LDG-EMPNO      TO WS-BLN-EMPNO (WS-MATCH-SLOT)
               MOVE LDG-LEAVE-TYPE TO WS-BLN-TYPE (WS-MATCH-SLOT)
           END-IF

           ADD WS-ENTRY-DAYS TO WS-BLN-CLOSING (WS-MATCH-SLOT)

           IF LDG-PERIOD < WS-PERIOD
               ADD WS-ENTRY-DAYS TO WS-BLN-OPENING (WS-MATCH-SLOT)
               GO TO READ-LEDGER-RECORD-EXIT
           END-IF

      *>    used, paid out and forfeited show as days taken off
           EVALUATE LDG-ENTRY-TYPE
             WHEN 'A'
               ADD WS-ENTRY-DAYS TO WS-BLN-ACCRUED (WS-MATCH-SLOT)
             WHEN 'U'
               SUBTRACT WS-ENTRY-DAYS FROM WS-BLN-USED (WS-MATCH-SLOT)
             WHEN 'P'
               SUBTRACT WS-ENTRY-DAYS FROM WS-BLN-PAID (WS-MATCH-SLOT)
             WHEN 'F'
               SUBTRACT WS-ENTRY-DAYS
                   FROM WS-BLN-FORFEITED (WS-MATCH-SLOT)
             WHEN OTHER
               ADD WS-ENTRY-DAYS TO WS-BLN-ADJUSTED (WS-MATCH-SLOT)
           END-EVALUATE
           .
       READ-LEDGER-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-EMPLOYEES SECTION.
      *>------------------------------------------------------------------------
      *>    all of EMPLOYEE comes back directly through DB2FETCH's
      *>    called row-interface, employee by employee
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2LVST: *** EMPLOYEE CURSOR WOULD NOT OPEN"
                  " - NO STATEMENT THIS RUN ***"
               SET WS-LOAD-FAILED TO TRUE
               GO TO LOAD-EMPLOYEES-EXIT
           END-IF

           PERFORM LOAD-ONE-EMPLOYEE THRU LOAD-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       LOAD-EMPLOYEES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-EMP-COUNT >= WS-EMP-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2LVST: *** EMPLOYEE EXCEEDS THE "
                      WS-EMP-MAX "-EMPLOYEE TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EXT-EMPNO    TO WS-EMP-EMPNO (WS-EMP-IDX)
           MOVE EXT-WORKDEPT TO WS-EMP-DEPT (WS-EMP-IDX)
           MOVE SPACES       TO WS-EMP-NAME (WS-EMP-IDX)
           STRING EXT-FIRSTNME DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  EXT-LASTNAME DELIMITED BY SIZE
                  INTO WS-EMP-NAME (WS-EMP-IDX)
           END-STRING
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
      *>    WS-LOOKUP-EMPNO on the population; WS-EMP-IDX is left on
      *>    the entry when it is found
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 OR WS-FOUND
               IF WS-EMP-EMPNO (WS-EMP-IDX) = WS-LOOKUP-EMPNO
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-EMP-IDX DOWN BY 1
           END-IF
           .
       FIND-EMPLOYEE-EXIT.
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
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2LVST: *** DEPARTMENT LIST FULL - SOME"
                      " BALANCES ARE NOT LISTED ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
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
       WRITE-STATEMENT SECTION.
      *>------------------------------------------------------------------------
      *>    department by department, then the leavers, then the
      *>    company totals per leave type
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-BLN-COUNT = 0
               MOVE "NO LEAVE ON THE LEDGER FOR THE MONTH" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-STATEMENT-EXIT
           END-IF

           INITIALIZE WS-CO-TOTALS

           MOVE 'N' TO WS-LIST-LEAVERS-SW
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-LIST-DEPT
               PERFORM WRITE-ONE-GROUP THRU WRITE-ONE-GROUP-EXIT
           END-PERFORM

           SET WS-LIST-LEAVERS TO TRUE
           MOVE SPACES TO WS-LIST-DEPT
           PERFORM WRITE-ONE-GROUP THRU WRITE-ONE-GROUP-EXIT

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE "COMPANY TOTAL" TO WS-GHL-TEXT
           MOVE WS-GROUP-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           MOVE WS-CO-TOTALS TO WS-GRP-TOTALS
           PERFORM WRITE-GROUP-TOTALS THRU WRITE-GROUP-TOTALS-EXIT
           .
       WRITE-STATEMENT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ONE-GROUP SECTION.
      *>------------------------------------------------------------------------
      *>    the positions of WS-LIST-DEPT, or of the leavers, with the
      *>    group's totals; a group with nothing to state is left out
           INITIALIZE WS-GRP-TOTALS
           MOVE 0 TO WS-GROUP-LINES

           PERFORM VARYING WS-BLN-IDX FROM 1 BY 1
              UNTIL WS-BLN-IDX > WS-BLN-COUNT
               PERFORM WRITE-ONE-POSITION
                  THRU WRITE-ONE-POSITION-EXIT
           END-PERFORM

           IF WS-GROUP-LINES = 0
               GO TO WRITE-ONE-GROUP-EXIT
           END-IF

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE SPACES TO WS-GHL-TEXT
           IF WS-LIST-LEAVERS
               MOVE "LEAVERS TOTAL" TO WS-GHL-TEXT
           ELSE
               STRING "DEPT TOTAL " DELIMITED BY SIZE
                      WS-LIST-DEPT  DELIMITED BY SIZE
                      INTO WS-GHL-TEXT
               END-STRING
           END-IF
           MOVE WS-GROUP-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           PERFORM WRITE-GROUP-TOTALS THRU WRITE-GROUP-TOTALS-EXIT

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 2
               ADD WS-GRP-OPENING (WS-TYPE-SUB)
                TO WS-CO-OPENING (WS-TYPE-SUB)
               ADD WS-GRP-ACCRUED (WS-TYPE-SUB)
                TO WS-CO-ACCRUED (WS-TYPE-SUB)
               ADD WS-GRP-USED (WS-TYPE-SUB)
                TO WS-CO-USED (WS-TYPE-SUB)
               ADD WS-GRP-ADJUSTED (WS-TYPE-SUB)
                TO WS-CO-ADJUSTED (WS-TYPE-SUB)
               ADD WS-GRP-PAID (WS-TYPE-SUB)
                TO WS-CO-PAID (WS-TYPE-SUB)
               ADD WS-GRP-FORFEITED (WS-TYPE-SUB)
                TO WS-CO-FORFEITED (WS-TYPE-SUB)
               ADD WS-GRP-CLOSING (WS-TYPE-SUB)
                TO WS-CO-CLOSING (WS-TYPE-SUB)
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-ONE-GROUP-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ONE-POSITION SECTION.
      *>------------------------------------------------------------------------
      *>    the position at WS-BLN-IDX, when it belongs to the group
      *>    being listed and there is something to state for it
           IF WS-LIST-LEAVERS
               IF WS-BLN-EMP-SLOT (WS-BLN-IDX) NOT = 0
                   GO TO WRITE-ONE-POSITION-EXIT
               END-IF
           ELSE
               IF WS-BLN-EMP-SLOT (WS-BLN-IDX) = 0
                   GO TO WRITE-ONE-POSITION-EXIT
               END-IF
               IF WS-EMP-DEPT (WS-BLN-EMP-SLOT (WS-BLN-IDX))
                    NOT = WS-LIST-DEPT
                   GO TO WRITE-ONE-POSITION-EXIT
               END-IF
           END-IF

           IF WS-BLN-OPENING (WS-BLN-IDX) = 0
           AND WS-BLN-ACCRUED (WS-BLN-IDX) = 0
           AND WS-BLN-USED (WS-BLN-IDX) = 0
           AND WS-BLN-ADJUSTED (WS-BLN-IDX) = 0
           AND WS-BLN-PAID (WS-BLN-IDX) = 0
           AND WS-BLN-FORFEITED (WS-BLN-IDX) = 0
               GO TO WRITE-ONE-POSITION-EXIT
           END-IF

           IF WS-GROUP-LINES = 0
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
               MOVE SPACES TO WS-GHL-TEXT
               IF WS-LIST-LEAVERS
                   MOVE "LEAVERS - NO LONGER ON EMPLOYEE"
                     TO WS-GHL-TEXT
               ELSE
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          WS-LIST-DEPT  DELIMITED BY SIZE
                          INTO WS-GHL-TEXT
                   END-STRING
               END-IF
               MOVE WS-GROUP-HEAD-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF
           ADD 1 TO WS-GROUP-LINES
           ADD 1 TO WS-LINES-LISTED

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-BLN-EMPNO (WS-BLN-IDX) TO WS-DTL-EMPNO
           IF WS-LIST-LEAVERS
               MOVE "*NOT ON EMPLOYEE*" TO WS-DTL-NAME
           ELSE
               MOVE WS-EMP-NAME (WS-BLN-EMP-SLOT (WS-BLN-IDX))
                 TO WS-DTL-NAME
           END-IF
           IF WS-BLN-TYPE (WS-BLN-IDX) = 'S'
               MOVE "SICK" TO WS-DTL-TYPE
               MOVE 2 TO WS-TYPE-SUB
           ELSE
               MOVE "VAC" TO WS-DTL-TYPE
               MOVE 1 TO WS-TYPE-SUB
           END-IF
           MOVE WS-BLN-OPENING (WS-BLN-IDX)   TO WS-DTL-OPENING
           MOVE WS-BLN-ACCRUED (WS-BLN-IDX)   TO WS-DTL-ACCRUED
           MOVE WS-BLN-USED (WS-BLN-IDX)      TO WS-DTL-USED
           MOVE WS-BLN-ADJUSTED (WS-BLN-IDX)  TO WS-DTL-ADJUSTED
           MOVE WS-BLN-PAID (WS-BLN-IDX)      TO WS-DTL-PAID
           MOVE WS-BLN-FORFEITED (WS-BLN-IDX) TO WS-DTL-FORFEITED
           MOVE WS-BLN-CLOSING (WS-BLN-IDX)   TO WS-DTL-CLOSING

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT

           IF WS-BLN-CLOSING (WS-BLN-IDX) < 0
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF

           ADD WS-BLN-OPENING (WS-BLN-IDX)
            TO WS-GRP-OPENING (WS-TYPE-SUB)
           ADD WS-BLN-ACCRUED (WS-BLN-IDX)
            TO WS-GRP-ACCRUED (WS-TYPE-SUB)
           ADD WS-BLN-USED (WS-BLN-IDX)
            TO WS-GRP-USED (WS-TYPE-SUB)
           ADD WS-BLN-ADJUSTED (WS-BLN-IDX)
            TO WS-GRP-ADJUSTED (WS-TYPE-SUB)
           ADD WS-BLN-PAID (WS-BLN-IDX)
            TO WS-GRP-PAID (WS-TYPE-SUB)
           ADD WS-BLN-FORFEITED (WS-BLN-IDX)
            TO WS-GRP-FORFEITED (WS-TYPE-SUB)
           ADD WS-BLN-CLOSING (WS-BLN-IDX)
            TO WS-GRP-CLOSING (WS-TYPE-SUB)
           .
       WRITE-ONE-POSITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-GROUP-TOTALS SECTION.
      *>------------------------------------------------------------------------
      *>    one total line per leave type from WS-GRP-TOTALS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 2
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-TYPE-SUB = 1
                   MOVE "VAC" TO WS-DTL-TYPE
               ELSE
                   MOVE "SICK" TO WS-DTL-TYPE
               END-IF
               MOVE WS-GRP-OPENING (WS-TYPE-SUB)   TO WS-DTL-OPENING
               MOVE WS-GRP-ACCRUED (WS-TYPE-SUB)   TO WS-DTL-ACCRUED
               MOVE WS-GRP-USED (WS-TYPE-SUB)      TO WS-DTL-USED
               MOVE WS-GRP-ADJUSTED (WS-TYPE-SUB)  TO WS-DTL-ADJUSTED
               MOVE WS-GRP-PAID (WS-TYPE-SUB)      TO WS-DTL-PAID
               MOVE WS-GRP-FORFEITED (WS-TYPE-SUB) TO WS-DTL-FORFEITED
               MOVE WS-GRP-CLOSING (WS-TYPE-SUB)   TO WS-DTL-CLOSING
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-PERFORM
           .
       WRITE-GROUP-TOTALS-EXIT.
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
           MOVE WS-PERIOD      TO WS-PHL-PERIOD
           MOVE WS-TODAY       TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
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

       END PROGRAM DB2LVST.

      *>************************************************************************
      *>  SAMPLE WORK-STATE VERSUS RESIDENCE-STATE REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2WKST.cob
      *>
      *> Purpose:      Employees living in one state and working in
      *>               another, for payroll tax withholding
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - the work state comes from the employee's
      *>                 department: WORKDEPT to DEPARTMENT.LOCATION
      *>                 (through DB2DEPT's set-level cursor), LOCATION
      *>                 to state on the location reference DB2LOCS
      *>                 keeps; the residence state is CONT-STATE on the
      *>                 contact master DB2CONT keeps
      *>               - everyone whose two states differ is listed,
      *>                 grouped by work-state/residence-state pair with
      *>                 a headcount and salary total under every pair
      *>                 and a grand total at the end
      *>               - everyone whose work or residence state cannot
      *>                 be told (no contact record or no state on it,
      *>                 a department not on DEPARTMENT, a location not
      *>                 on the reference) is listed as an exception
      *>               - each run saves everyone's state pair; anyone
      *>                 whose pair moved since the last run (a transfer
      *>                 to another location or an address change) is
      *>                 flagged in the listing and listed again with the
      *>                 old and new pair, whether or not the states
      *>                 still differ, so withholding setup is updated
      *>                 before the next check date
      *>               - exceptions or changed pairs end the run with a
      *>                 warning condition code
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the contact store is now an indexed file (default
      *>              contact.dat), read front to back in EMPNO order.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2WKST.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CONT-FILE ASSIGN TO WS-CONT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-CONT-FILE-STATUS.

        SELECT LOCS-FILE ASSIGN TO WS-LOCS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCS-FILE-STATUS.

        SELECT SNAP-FILE ASSIGN TO WS-SNAP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the contact master DB2CONT maintains
       FD CONT-FILE.
         COPY "CONDB2CO.cpy".

      *> the location reference DB2LOCS maintains
       FD LOCS-FILE.
       01 LOCS-RECORD.
           05 LOCS-LOCATION         PIC X(16).
           05 FILLER                PIC X(1).
           05 LOCS-STATE            PIC X(2).
           05 FILLER                PIC X(1).
           05 LOCS-DESC             PIC X(30).

      *> every employee's state pair as of the last run: an HD record
      *> carrying that run's date, then one record per employee (a
      *> state that could not be told is saved as spaces)
       FD SNAP-FILE.
       01 SNAP-RECORD.
           05 SNAP-EMPNO            PIC X(6).
           05 FILLER                PIC X(1).
           05 SNAP-WORK-STATE       PIC X(2).
           05 FILLER                PIC X(1).
           05 SNAP-RES-STATE        PIC X(2).

       01 SNAP-HEADER-RECORD REDEFINES SNAP-RECORD.
           05 SNAP-HDR-REC-TYPE     PIC X(2).
           05 SNAP-HDR-RUN-DATE     PIC 9(8).
           05 FILLER                PIC X(2).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

         COPY "CPYDEPT.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-DEPT-PGM           PIC X(7) VALUE 'DB2DEPT'.

      *> runtime-overridable file names - the store names match
      *> their own programs' defaults and override variables
        01 WS-CONT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
        01 WS-LOCS-FILE-NAME     PIC X(100) VALUE 'locstate.txt'.
        01 WS-SNAP-FILE-NAME     PIC X(100) VALUE 'wkstsnap.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'wkstate.txt'.

        01 WS-CONT-FILE-STATUS   PIC XX.
           88 WS-CONT-FILE-OK        VALUE '00'.
        01 WS-LOCS-FILE-STATUS   PIC XX.
           88 WS-LOCS-FILE-OK        VALUE '00'.
        01 WS-SNAP-FILE-STATUS   PIC XX.
           88 WS-SNAP-FILE-OK        VALUE '00'.

        01 WS-FILE-EOF-SW        PIC X VALUE 'N'.
           88 WS-FILE-EOF            VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-DEPT-EOF-SW        PIC X VALUE 'N'.
           88 WS-DEPT-EOF            VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-SNAP-DATE          PIC 9(8) VALUE 0.
        01 WS-SNAP-FOUND-SW      PIC X VALUE 'N'.
           88 WS-SNAP-FOUND          VALUE 'Y'.

      *> DEPARTMENT's LOCATION per DEPTNO
        01 WS-DEPT-COUNT         PIC 9(4) VALUE 0.
        01 WS-DEPT-MAX           PIC 9(4) VALUE 1000.
        01 WS-DEPT-TAB.
           05 WS-DEPT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DEPT-IDX.
              10 WS-DEPT-DEPTNO     PIC X(3).
              10 WS-DEPT-LOCATION   PIC X(16).

      *> the location reference
        01 WS-LOC-COUNT          PIC 9(4) VALUE 0.
        01 WS-LOC-MAX            PIC 9(4) VALUE 500.
        01 WS-LOC-TAB.
           05 WS-LOC-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-LOC-IDX.
              10 WS-LOC-LOCATION    PIC X(16).
              10 WS-LOC-STATE       PIC X(2).

      *> the residence state off the contact master
        01 WS-CON-COUNT          PIC 9(5) VALUE 0.
        01 WS-CON-MAX            PIC 9(5) VALUE 10000.
        01 WS-CON-TAB.
           05 WS-CON-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-CON-IDX.
              10 WS-CON-EMPNO       PIC X(6).
              10 WS-CON-STATE       PIC X(2).

      *> the pairs saved by the last run
        01 WS-OLD-COUNT          PIC 9(5) VALUE 0.
        01 WS-OLD-MAX            PIC 9(5) VALUE 10000.
        01 WS-OLD-TAB.
           05 WS-OLD-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-OLD-IDX.
              10 WS-OLD-EMPNO       PIC X(6).
              10 WS-OLD-WORK        PIC X(2).
              10 WS-OLD-RES         PIC X(2).

      *> everyone on EMPLOYEE today; KIND is X (states differ),
      *> S (same state) or E (exception); CHANGED is Y when the pair
      *> moved since the last run
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-EMPNO       PIC X(6).
              10 WS-EMP-DEPT        PIC X(3).
              10 WS-EMP-NAME        PIC X(28).
              10 WS-EMP-SALARY      PIC 9(9).
              10 WS-EMP-LOCATION    PIC X(16).
              10 WS-EMP-WORK        PIC X(2).
              10 WS-EMP-RES         PIC X(2).
              10 WS-EMP-KIND        PIC X(1).
              10 WS-EMP-REASON      PIC X(40).
              10 WS-EMP-CHANGED     PIC X(1).
              10 WS-EMP-OLD-WORK    PIC X(2).
              10 WS-EMP-OLD-RES     PIC X(2).

      *> the work-state/residence-state pairs with someone in them,
      *> kept in work-state then residence-state order
        01 WS-PAIR-COUNT         PIC 9(4) VALUE 0.
        01 WS-PAIR-MAX           PIC 9(4) VALUE 500.
        01 WS-PAIR-TAB.
           05 WS-PAIR-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PAIR-IDX.
              10 WS-PAIR-KEY.
                 15 WS-PAIR-WORK    PIC X(2).
                 15 WS-PAIR-RES     PIC X(2).
              10 WS-PAIR-HEADS      PIC 9(5).
              10 WS-PAIR-SALARY     PIC 9(11).
        01 WS-LOOKUP-PAIR.
           05 WS-LOOKUP-WORK        PIC X(2).
           05 WS-LOOKUP-RES         PIC X(2).
        01 WS-INSERT-SLOT        PIC 9(4) VALUE 0.
        01 WS-SHIFT-SLOT         PIC 9(4) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.

        01 WS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW      VALUE 'Y'.
        01 WS-DEPT-LOAD-SW       PIC X VALUE 'N'.
           88 WS-DEPT-LOAD-FAILED    VALUE 'Y'.

        01 WS-CROSS-COUNT        PIC 9(5) VALUE 0.
        01 WS-CROSS-SALARY       PIC 9(11) VALUE 0.
        01 WS-SAME-COUNT         PIC 9(5) VALUE 0.
        01 WS-EXCEPT-COUNT       PIC 9(5) VALUE 0.
        01 WS-CHANGED-COUNT      PIC 9(5) VALUE 0.

        01 WS-NO-CONTACT-SW      PIC X VALUE 'N'.
           88 WS-NO-CONTACT          VALUE 'Y'.
        01 WS-NO-WORK-SW         PIC X VALUE 'N'.
           88 WS-NO-WORK             VALUE 'Y'.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2WKST - WORK STATE / RESIDENCE STATE ".
           05 FILLER                PIC X(06) VALUE "AS OF ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(56) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-SECTION-LINE.
           05 WS-SECT-TITLE         PIC X(132).

        01 WS-COLUMN-HDG-LINE       PIC X(132).

        01 WS-CROSS-HDG.
           05 FILLER PIC X(06) VALUE "WORK".
           05 FILLER PIC X(06) VALUE "RES".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(18) VALUE "LOCATION".
           05 FILLER PIC X(14) VALUE "      SALARY".
           05 FILLER PIC X(44) VALUE "CHANGED SINCE LAST RUN".

        01 WS-EXCEPT-HDG.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(18) VALUE "LOCATION".
           05 FILLER PIC X(06) VALUE "WORK".
           05 FILLER PIC X(06) VALUE "RES".
           05 FILLER PIC X(58) VALUE "REASON".

        01 WS-CHANGE-HDG.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "WAS WORK/RES".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NOW WORK/RES".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(60) VALUE "WHAT MOVED".

        01 WS-CROSS-LINE.
           05 WS-CRL-WORK           PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-CRL-RES            PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-CRL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-CRL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CRL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CRL-LOCATION       PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CRL-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-CRL-CHANGED        PIC X(44).

        01 WS-PAIR-TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "PAIR TOTAL ".
           05 WS-PTL-WORK           PIC X(2).
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-PTL-RES            PIC X(2).
           05 FILLER                PIC X(2)  VALUE ": ".
           05 WS-PTL-HEADS          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE " EMPLOYEES  ".
           05 FILLER                PIC X(31) VALUE SPACES.
           05 WS-PTL-SALARY         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(40) VALUE SPACES.

        01 WS-EXCEPT-LINE.
           05 WS-EXL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EXL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-LOCATION       PIC X(16).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-WORK           PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-EXL-RES            PIC X(2).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-EXL-REASON         PIC X(58).

        01 WS-CHANGE-LINE.
           05 WS-CHL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-CHL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CHL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CHL-OLD-WORK       PIC X(2).
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CHL-OLD-RES        PIC X(2).
           05 FILLER                PIC X(9)  VALUE SPACES.
           05 WS-CHL-NEW-WORK       PIC X(2).
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-CHL-NEW-RES        PIC X(2).
           05 FILLER                PIC X(9)  VALUE SPACES.
           05 WS-CHL-WHAT           PIC X(60).

        01 WS-GRAND-TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "ALL PAIRS     : ".
           05 WS-GTL-HEADS          PIC ZZZZ9.
           05 FILLER                PIC X(12) VALUE " EMPLOYEES  ".
           05 FILLER                PIC X(31) VALUE SPACES.
           05 WS-GTL-SALARY         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2WKST SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2WKST: INSIDE WORK-STATE REPORT MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-LOCATIONS THRU LOAD-LOCATIONS-EXIT
           PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT
           PERFORM LOAD-SNAPSHOT THRU LOAD-SNAPSHOT-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2WKST: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2WKST: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-DEPT-TABLE THRU BUILD-DEPT-TABLE-EXIT

           IF NOT WS-DEPT-LOAD-FAILED
               PERFORM LOAD-EMPLOYEES THRU LOAD-EMPLOYEES-EXIT
           END-IF

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-DEPT-LOAD-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-CROSS-STATE-LIST
              THRU WRITE-CROSS-STATE-LIST-EXIT
           PERFORM WRITE-EXCEPTION-LIST THRU WRITE-EXCEPTION-LIST-EXIT
           PERFORM WRITE-CHANGE-LIST THRU WRITE-CHANGE-LIST-EXIT
           CLOSE REPORT-FILE

      *>    a half-read population must not become the next run's
      *>    comparison point - the old pairs are kept instead
           IF WS-TABLE-OVERFLOW
               DISPLAY "DB2WKST: *** A TABLE FILLED - STATE PAIRS NOT"
                  " SAVED THIS RUN ***"
           ELSE
               PERFORM SAVE-SNAPSHOT THRU SAVE-SNAPSHOT-EXIT
           END-IF

           DISPLAY "DB2WKST: ========= WORK-STATE SUMMARY =========="
           DISPLAY "DB2WKST: EMPLOYEES READ       : " WS-EMP-COUNT
           DISPLAY "DB2WKST: SAME STATE           : " WS-SAME-COUNT
           DISPLAY "DB2WKST: STATES DIFFER        : " WS-CROSS-COUNT
           DISPLAY "DB2WKST: STATE PAIRS          : " WS-PAIR-COUNT
           DISPLAY "DB2WKST: EXCEPTIONS           : " WS-EXCEPT-COUNT
           DISPLAY "DB2WKST: PAIR CHANGED         : " WS-CHANGED-COUNT
           DISPLAY "DB2WKST: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2WKST: ======================================"

           IF WS-EXCEPT-COUNT > 0
           OR WS-CHANGED-COUNT > 0
           OR WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2WKST: EXITING WORK-STATE REPORT MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2WKST-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-CONT-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_MASTER_FILE"
           IF WS-CONT-FILE-NAME = SPACE
               MOVE 'contact.dat' TO WS-CONT-FILE-NAME
           END-IF

           ACCEPT WS-LOCS-FILE-NAME
              FROM ENVIRONMENT "DB2LOCS_MASTER_FILE"
           IF WS-LOCS-FILE-NAME = SPACE
               MOVE 'locstate.txt' TO WS-LOCS-FILE-NAME
           END-IF

           ACCEPT WS-SNAP-FILE-NAME
              FROM ENVIRONMENT "DB2WKST_SNAPSHOT_FILE"
           IF WS-SNAP-FILE-NAME = SPACE
               MOVE 'wkstsnap.txt' TO WS-SNAP-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2WKST_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'wkstate.txt' TO WS-REPORT-FILE-NAME
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

           DISPLAY "DB2WKST: LOCATION REFERENCE = " WS-LOCS-FILE-NAME
           DISPLAY "DB2WKST: CONTACT MASTER     = " WS-CONT-FILE-NAME
           DISPLAY "DB2WKST: STATE PAIRS        = " WS-SNAP-FILE-NAME
           DISPLAY "DB2WKST: REPORT FILE        = " WS-REPORT-FILE-NAME
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
               DISPLAY "DB2WKST: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2WKST: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-LOCATIONS SECTION.
      *>------------------------------------------------------------------------
      *>    with no reference on file every employee is an exception,
      *>    which is what the listing then shows
           OPEN INPUT LOCS-FILE
           IF NOT WS-LOCS-FILE-OK
               DISPLAY "DB2WKST: LOCATION REFERENCE " WS-LOCS-FILE-NAME
                  " NOT ON FILE - NO WORK STATES KNOWN"
               GO TO LOAD-LOCATIONS-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-LOCATION-RECORD THRU READ-LOCATION-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE LOCS-FILE
           .
       LOAD-LOCATIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-LOCATION-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ LOCS-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-LOCATION-RECORD-EXIT
           END-READ

           IF WS-LOC-COUNT >= WS-LOC-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** LOCATION REFERENCE EXCEEDS"
                      " THE "
                      WS-LOC-MAX "-ENTRY TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-LOCATION-RECORD-EXIT
           END-IF

           ADD 1 TO WS-LOC-COUNT
           SET WS-LOC-IDX TO WS-LOC-COUNT
           MOVE LOCS-LOCATION TO WS-LOC-LOCATION (WS-LOC-IDX)
           MOVE LOCS-STATE    TO WS-LOC-STATE (WS-LOC-IDX)
           .
       READ-LOCATION-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CONTACTS SECTION.
      *>------------------------------------------------------------------------
           OPEN INPUT CONT-FILE
           IF NOT WS-CONT-FILE-OK
               DISPLAY "DB2WKST: CONTACT MASTER " WS-CONT-FILE-NAME
                  " NOT ON FILE - NO RESIDENCE STATES KNOWN"
               GO TO LOAD-CONTACTS-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-CONTACT-RECORD THRU READ-CONTACT-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE CONT-FILE
           .
       LOAD-CONTACTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CONTACT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CONT-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-CONTACT-RECORD-EXIT
           END-READ

           IF WS-CON-COUNT >= WS-CON-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** CONTACT MASTER EXCEEDS THE "
                      WS-CON-MAX "-RECORD TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-CONTACT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CON-COUNT
           SET WS-CON-IDX TO WS-CON-COUNT
           MOVE CONT-EMPNO TO WS-CON-EMPNO (WS-CON-IDX)
           MOVE CONT-STATE TO WS-CON-STATE (WS-CON-IDX)
           .
       READ-CONTACT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-SNAPSHOT SECTION.
      *>------------------------------------------------------------------------
      *>    no saved pairs means this is the first run - nothing can
      *>    be flagged as changed until the next one
           OPEN INPUT SNAP-FILE
           IF NOT WS-SNAP-FILE-OK
               DISPLAY "DB2WKST: NO SAVED STATE PAIRS - CHANGES ARE"
                  " FLAGGED FROM THE NEXT RUN"
               GO TO LOAD-SNAPSHOT-EXIT
           END-IF

           SET WS-SNAP-FOUND TO TRUE
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-SNAPSHOT-RECORD THRU READ-SNAPSHOT-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE SNAP-FILE
           .
       LOAD-SNAPSHOT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-SNAPSHOT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ SNAP-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-SNAPSHOT-RECORD-EXIT
           END-READ

           IF SNAP-HDR-REC-TYPE = 'HD'
               MOVE SNAP-HDR-RUN-DATE TO WS-SNAP-DATE
               GO TO READ-SNAPSHOT-RECORD-EXIT
           END-IF

           IF WS-OLD-COUNT >= WS-OLD-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** SAVED PAIRS EXCEED THE "
                      WS-OLD-MAX "-EMPLOYEE TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-SNAPSHOT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-OLD-COUNT
           SET WS-OLD-IDX TO WS-OLD-COUNT
           MOVE SNAP-EMPNO      TO WS-OLD-EMPNO (WS-OLD-IDX)
           MOVE SNAP-WORK-STATE TO WS-OLD-WORK (WS-OLD-IDX)
           MOVE SNAP-RES-STATE  TO WS-OLD-RES (WS-OLD-IDX)
           .
       READ-SNAPSHOT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BUILD-DEPT-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    the whole DEPARTMENT master in one pass through DB2DEPT's
      *>    set-level cursor
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-OPEN-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF CPY-DEPT-FAIL
               DISPLAY "DB2WKST: *** DEPARTMENT CURSOR WOULD NOT"
                  " OPEN - NO REPORT THIS RUN ***"
               SET WS-DEPT-LOAD-FAILED TO TRUE
               GO TO BUILD-DEPT-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-DEPT-EOF-SW
           PERFORM FETCH-ONE-DEPT THRU FETCH-ONE-DEPT-EXIT
              UNTIL WS-DEPT-EOF

           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-CLOSE-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL
           .
       BUILD-DEPT-TABLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FETCH-ONE-DEPT SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-FETCH-NEXT TO TRUE

           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF NOT CPY-DEPT-SUCCESS
               SET WS-DEPT-EOF TO TRUE
               GO TO FETCH-ONE-DEPT-EXIT
           END-IF

           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** DEPARTMENT EXCEEDS THE "
                      WS-DEPT-MAX "-ENTRY TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO FETCH-ONE-DEPT-EXIT
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           SET WS-DEPT-IDX TO WS-DEPT-COUNT
           MOVE CPY-DEPTNO   TO WS-DEPT-DEPTNO (WS-DEPT-IDX)
           MOVE CPY-LOCATION TO WS-DEPT-LOCATION (WS-DEPT-IDX)
           .
       FETCH-ONE-DEPT-EXIT.
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
               DISPLAY "DB2WKST: *** EMPLOYEE CURSOR WOULD NOT OPEN"
                  " - NO REPORT THIS RUN ***"
               SET WS-DEPT-LOAD-FAILED TO TRUE
               GO TO LOAD-EMPLOYEES-EXIT
           END-IF

           PERFORM PLACE-ONE-EMPLOYEE THRU PLACE-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       LOAD-EMPLOYEES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PLACE-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
      *>    work state from WORKDEPT through LOCATION, residence state
      *>    from the contact master, then the pair against last run's
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO PLACE-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-EMP-COUNT >= WS-EMP-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** EMPLOYEE EXCEEDS THE "
                      WS-EMP-MAX "-EMPLOYEE TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO PLACE-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           INITIALIZE WS-EMP-ENTRY (WS-EMP-IDX)
           MOVE EXT-EMPNO    TO WS-EMP-EMPNO (WS-EMP-IDX)
           MOVE EXT-WORKDEPT TO WS-EMP-DEPT (WS-EMP-IDX)
           MOVE EXT-SALARY   TO WS-EMP-SALARY (WS-EMP-IDX)
           STRING EXT-LASTNAME DELIMITED BY SPACE
                  ", "         DELIMITED BY SIZE
                  EXT-FIRSTNME DELIMITED BY SPACE
                  INTO WS-EMP-NAME (WS-EMP-IDX)
           END-STRING
           MOVE 'N' TO WS-EMP-CHANGED (WS-EMP-IDX)
           MOVE 'N' TO WS-NO-CONTACT-SW
           MOVE 'N' TO WS-NO-WORK-SW

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-DEPT-DEPTNO (WS-DEPT-IDX) = EXT-WORKDEPT
                   SET WS-MATCH-SLOT TO WS-DEPT-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               SET WS-NO-WORK TO TRUE
               MOVE "DEPARTMENT NOT ON DEPARTMENT"
                 TO WS-EMP-REASON (WS-EMP-IDX)
           ELSE
               SET WS-DEPT-IDX TO WS-MATCH-SLOT
               MOVE WS-DEPT-LOCATION (WS-DEPT-IDX)
                 TO WS-EMP-LOCATION (WS-EMP-IDX)
               MOVE 0 TO WS-MATCH-SLOT
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                  UNTIL WS-LOC-IDX > WS-LOC-COUNT
                     OR WS-MATCH-SLOT > 0
                   IF WS-LOC-LOCATION (WS-LOC-IDX)
                        = WS-EMP-LOCATION (WS-EMP-IDX)
                       SET WS-MATCH-SLOT TO WS-LOC-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-SLOT = 0
               OR WS-EMP-LOCATION (WS-EMP-IDX) = SPACES
                   SET WS-NO-WORK TO TRUE
                   MOVE "LOCATION NOT ON LOCATION REFERENCE"
                     TO WS-EMP-REASON (WS-EMP-IDX)
               ELSE
                   SET WS-LOC-IDX TO WS-MATCH-SLOT
                   MOVE WS-LOC-STATE (WS-LOC-IDX)
                     TO WS-EMP-WORK (WS-EMP-IDX)
               END-IF
           END-IF

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
              UNTIL WS-CON-IDX > WS-CON-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-CON-EMPNO (WS-CON-IDX) = EXT-EMPNO
                   SET WS-MATCH-SLOT TO WS-CON-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               SET WS-NO-CONTACT TO TRUE
           ELSE
               SET WS-CON-IDX TO WS-MATCH-SLOT
               MOVE WS-CON-STATE (WS-CON-IDX)
                 TO WS-EMP-RES (WS-EMP-IDX)
               IF WS-EMP-RES (WS-EMP-IDX) = SPACES
                   SET WS-NO-CONTACT TO TRUE
               END-IF
           END-IF

           IF WS-NO-CONTACT
               IF WS-NO-WORK
                   MOVE "NO RESIDENCE STATE AND NO WORK STATE"
                     TO WS-EMP-REASON (WS-EMP-IDX)
               ELSE
               IF WS-MATCH-SLOT = 0
                   MOVE "NO CONTACT RECORD"
                     TO WS-EMP-REASON (WS-EMP-IDX)
               ELSE
                   MOVE "NO STATE ON THE CONTACT RECORD"
                     TO WS-EMP-REASON (WS-EMP-IDX)
               END-IF
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN WS-NO-CONTACT OR WS-NO-WORK
               MOVE 'E' TO WS-EMP-KIND (WS-EMP-IDX)
               ADD 1 TO WS-EXCEPT-COUNT
             WHEN WS-EMP-WORK (WS-EMP-IDX) = WS-EMP-RES (WS-EMP-IDX)
               MOVE 'S' TO WS-EMP-KIND (WS-EMP-IDX)
               ADD 1 TO WS-SAME-COUNT
             WHEN OTHER
               MOVE 'X' TO WS-EMP-KIND (WS-EMP-IDX)
               ADD 1 TO WS-CROSS-COUNT
               ADD EXT-SALARY TO WS-CROSS-SALARY
               MOVE WS-EMP-WORK (WS-EMP-IDX) TO WS-LOOKUP-WORK
               MOVE WS-EMP-RES (WS-EMP-IDX)  TO WS-LOOKUP-RES
               PERFORM ADD-TO-PAIR THRU ADD-TO-PAIR-EXIT
           END-EVALUATE

      *>    a pair that moved since the last run, including one that
      *>    moved to or from something that could not be told
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
              UNTIL WS-OLD-IDX > WS-OLD-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-OLD-EMPNO (WS-OLD-IDX) = EXT-EMPNO
                   SET WS-MATCH-SLOT TO WS-OLD-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT > 0
               SET WS-OLD-IDX TO WS-MATCH-SLOT
               IF WS-OLD-WORK (WS-OLD-IDX)
                    NOT = WS-EMP-WORK (WS-EMP-IDX)
               OR WS-OLD-RES (WS-OLD-IDX)
                    NOT = WS-EMP-RES (WS-EMP-IDX)
                   MOVE 'Y' TO WS-EMP-CHANGED (WS-EMP-IDX)
                   MOVE WS-OLD-WORK (WS-OLD-IDX)
                     TO WS-EMP-OLD-WORK (WS-EMP-IDX)
                   MOVE WS-OLD-RES (WS-OLD-IDX)
                     TO WS-EMP-OLD-RES (WS-EMP-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF
           .
       PLACE-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-TO-PAIR SECTION.
      *>------------------------------------------------------------------------
      *>    WS-LOOKUP-PAIR onto the pair table, inserted in order the
      *>    first time it is seen
           MOVE 0 TO WS-INSERT-SLOT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
              UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                 OR WS-INSERT-SLOT > 0
               IF WS-PAIR-KEY (WS-PAIR-IDX) >= WS-LOOKUP-PAIR
                   SET WS-INSERT-SLOT TO WS-PAIR-IDX
               END-IF
           END-PERFORM

           IF WS-INSERT-SLOT > 0
               SET WS-PAIR-IDX TO WS-INSERT-SLOT
               IF WS-PAIR-KEY (WS-PAIR-IDX) = WS-LOOKUP-PAIR
                   GO TO ADD-TO-PAIR-ADD
               END-IF
           END-IF

           IF WS-PAIR-COUNT >= WS-PAIR-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2WKST: *** MORE THAN " WS-PAIR-MAX
                      " STATE PAIRS ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO ADD-TO-PAIR-EXIT
           END-IF

           IF WS-INSERT-SLOT = 0
               COMPUTE WS-INSERT-SLOT = WS-PAIR-COUNT + 1
           END-IF

      *>    open the slot by sliding the later pairs up one
           PERFORM VARYING WS-SHIFT-SLOT FROM WS-PAIR-COUNT BY -1
              UNTIL WS-SHIFT-SLOT < WS-INSERT-SLOT
               MOVE WS-PAIR-ENTRY (WS-SHIFT-SLOT)
                 TO WS-PAIR-ENTRY (WS-SHIFT-SLOT + 1)
           END-PERFORM
           ADD 1 TO WS-PAIR-COUNT

           SET WS-PAIR-IDX TO WS-INSERT-SLOT
           MOVE WS-LOOKUP-PAIR TO WS-PAIR-KEY (WS-PAIR-IDX)
           MOVE 0 TO WS-PAIR-HEADS (WS-PAIR-IDX)
           MOVE 0 TO WS-PAIR-SALARY (WS-PAIR-IDX)
           .
       ADD-TO-PAIR-ADD.
           ADD 1 TO WS-PAIR-HEADS (WS-PAIR-IDX)
           ADD EXT-SALARY TO WS-PAIR-SALARY (WS-PAIR-IDX)
           .
       ADD-TO-PAIR-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CROSS-STATE-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    grouped by pair, with the pair's headcount and salary under
      *>    each group
           MOVE "RESIDENCE STATE DIFFERS FROM WORK STATE"
             TO WS-SECT-TITLE
           MOVE WS-CROSS-HDG TO WS-COLUMN-HDG-LINE
           MOVE 99 TO WS-RPT-LINE-COUNT
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-CROSS-COUNT = 0
               MOVE "NOBODY TO LIST" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-CROSS-STATE-LIST-EXIT
           END-IF

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
              UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                  UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   IF WS-EMP-KIND (WS-EMP-IDX) = 'X'
                   AND WS-EMP-WORK (WS-EMP-IDX)
                         = WS-PAIR-WORK (WS-PAIR-IDX)
                   AND WS-EMP-RES (WS-EMP-IDX)
                         = WS-PAIR-RES (WS-PAIR-IDX)
                       PERFORM WRITE-CROSS-LINE
                          THRU WRITE-CROSS-LINE-EXIT
                   END-IF
               END-PERFORM
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
               MOVE WS-PAIR-WORK (WS-PAIR-IDX)   TO WS-PTL-WORK
               MOVE WS-PAIR-RES (WS-PAIR-IDX)    TO WS-PTL-RES
               MOVE WS-PAIR-HEADS (WS-PAIR-IDX)  TO WS-PTL-HEADS
               MOVE WS-PAIR-SALARY (WS-PAIR-IDX) TO WS-PTL-SALARY
               MOVE WS-PAIR-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               ADD 2 TO WS-RPT-LINE-COUNT
           END-PERFORM

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE WS-CROSS-COUNT  TO WS-GTL-HEADS
           MOVE WS-CROSS-SALARY TO WS-GTL-SALARY
           MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-CROSS-STATE-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CROSS-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-EMP-WORK (WS-EMP-IDX)     TO WS-CRL-WORK
           MOVE WS-EMP-RES (WS-EMP-IDX)      TO WS-CRL-RES
           MOVE WS-EMP-DEPT (WS-EMP-IDX)     TO WS-CRL-DEPT
           MOVE WS-EMP-EMPNO (WS-EMP-IDX)    TO WS-CRL-EMPNO
           MOVE WS-EMP-NAME (WS-EMP-IDX)     TO WS-CRL-NAME
           MOVE WS-EMP-LOCATION (WS-EMP-IDX) TO WS-CRL-LOCATION
           MOVE WS-EMP-SALARY (WS-EMP-IDX)   TO WS-CRL-SALARY
           MOVE SPACES TO WS-CRL-CHANGED
           IF WS-EMP-CHANGED (WS-EMP-IDX) = 'Y'
               STRING "*** WAS " DELIMITED BY SIZE
                      WS-EMP-OLD-WORK (WS-EMP-IDX) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      WS-EMP-OLD-RES (WS-EMP-IDX)  DELIMITED BY SIZE
                      INTO WS-CRL-CHANGED
               END-STRING
           END-IF

           MOVE WS-CROSS-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-CROSS-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXCEPTION-LIST SECTION.
      *>------------------------------------------------------------------------
           MOVE "EXCEPTIONS - WORK OR RESIDENCE STATE CANNOT BE TOLD"
             TO WS-SECT-TITLE
           MOVE WS-EXCEPT-HDG TO WS-COLUMN-HDG-LINE
           MOVE 99 TO WS-RPT-LINE-COUNT
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-EXCEPT-COUNT = 0
               MOVE "NOBODY TO LIST" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-EXCEPTION-LIST-EXIT
           END-IF

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-KIND (WS-EMP-IDX) = 'E'
                   PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
                   MOVE WS-EMP-DEPT (WS-EMP-IDX)     TO WS-EXL-DEPT
                   MOVE WS-EMP-EMPNO (WS-EMP-IDX)    TO WS-EXL-EMPNO
                   MOVE WS-EMP-NAME (WS-EMP-IDX)     TO WS-EXL-NAME
                   MOVE WS-EMP-LOCATION (WS-EMP-IDX) TO WS-EXL-LOCATION
                   MOVE WS-EMP-WORK (WS-EMP-IDX)     TO WS-EXL-WORK
                   MOVE WS-EMP-RES (WS-EMP-IDX)      TO WS-EXL-RES
                   MOVE WS-EMP-REASON (WS-EMP-IDX)   TO WS-EXL-REASON
                   MOVE WS-EXCEPT-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-RPT-LINE-COUNT
               END-IF
           END-PERFORM
           .
       WRITE-EXCEPTION-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CHANGE-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    everyone whose pair moved, same-state pairs included -
      *>    withholding set up for the old pair is wrong either way
           MOVE SPACES TO WS-SECT-TITLE
           STRING "STATE PAIR CHANGED SINCE THE RUN OF "
                     DELIMITED BY SIZE
                  WS-SNAP-DATE DELIMITED BY SIZE
                  " - UPDATE WITHHOLDING BEFORE THE NEXT CHECK DATE"
                     DELIMITED BY SIZE
                  INTO WS-SECT-TITLE
           END-STRING
           MOVE WS-CHANGE-HDG TO WS-COLUMN-HDG-LINE
           MOVE 99 TO WS-RPT-LINE-COUNT
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF NOT WS-SNAP-FOUND
               MOVE "NO EARLIER RUN ON FILE - NOTHING TO COMPARE"
                 TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-CHANGE-LIST-EXIT
           END-IF

           IF WS-CHANGED-COUNT = 0
               MOVE "NOBODY TO LIST" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-CHANGE-LIST-EXIT
           END-IF

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-CHANGED (WS-EMP-IDX) = 'Y'
                   PERFORM WRITE-CHANGE-LINE
                      THRU WRITE-CHANGE-LINE-EXIT
               END-IF
           END-PERFORM
           .
       WRITE-CHANGE-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CHANGE-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-EMP-DEPT (WS-EMP-IDX)     TO WS-CHL-DEPT
           MOVE WS-EMP-EMPNO (WS-EMP-IDX)    TO WS-CHL-EMPNO
           MOVE WS-EMP-NAME (WS-EMP-IDX)     TO WS-CHL-NAME
           MOVE WS-EMP-OLD-WORK (WS-EMP-IDX) TO WS-CHL-OLD-WORK
           MOVE WS-EMP-OLD-RES (WS-EMP-IDX)  TO WS-CHL-OLD-RES
           MOVE WS-EMP-WORK (WS-EMP-IDX)     TO WS-CHL-NEW-WORK
           MOVE WS-EMP-RES (WS-EMP-IDX)      TO WS-CHL-NEW-RES

           EVALUATE TRUE
             WHEN WS-EMP-OLD-WORK (WS-EMP-IDX)
                     NOT = WS-EMP-WORK (WS-EMP-IDX)
              AND WS-EMP-OLD-RES (WS-EMP-IDX)
                     NOT = WS-EMP-RES (WS-EMP-IDX)
               MOVE "WORK STATE (TRANSFER) AND RESIDENCE (ADDRESS)"
                 TO WS-CHL-WHAT
             WHEN WS-EMP-OLD-WORK (WS-EMP-IDX)
                     NOT = WS-EMP-WORK (WS-EMP-IDX)
               MOVE "WORK STATE (TRANSFER)" TO WS-CHL-WHAT
             WHEN OTHER
               MOVE "RESIDENCE STATE (ADDRESS)" TO WS-CHL-WHAT
           END-EVALUATE

           MOVE WS-CHANGE-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-CHANGE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SAVE-SNAPSHOT SECTION.
      *>------------------------------------------------------------------------
      *>    today's pairs become what the next run compares against
           OPEN OUTPUT SNAP-FILE

           MOVE SPACES      TO SNAP-RECORD
           MOVE 'HD'        TO SNAP-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO SNAP-HDR-RUN-DATE
           WRITE SNAP-RECORD

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE SPACES TO SNAP-RECORD
               MOVE WS-EMP-EMPNO (WS-EMP-IDX) TO SNAP-EMPNO
               MOVE WS-EMP-WORK (WS-EMP-IDX)  TO SNAP-WORK-STATE
               MOVE WS-EMP-RES (WS-EMP-IDX)   TO SNAP-RES-STATE
               WRITE SNAP-RECORD
           END-PERFORM

           CLOSE SNAP-FILE
           .
       SAVE-SNAPSHOT-EXIT.
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

       END PROGRAM DB2WKST.

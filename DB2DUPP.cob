      *>************************************************************************
      *>  SAMPLE DUPLICATE-PERSON SWEEP PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2DUPP.cob
      *>
      *> Purpose:      Duplicate-person sweep across EMPLOYEE and the
      *>               EMPLOYEE_HIST store
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - the rehire check in DB2INSRT only knows a
      *>                 returning employee who comes back under the same
      *>                 EMPNO; this sweep looks for one person carried
      *>                 under two EMPNOs by comparing every current
      *>                 EMPLOYEE row against every other current row and
      *>                 against every terminated row on the history
      *>                 store DB2EHIST keeps
      *>               - two tiers: EXACT is the same LASTNAME, FIRSTNME,
      *>                 MIDINIT and BIRTHDATE; SIMILAR is the same
      *>                 BIRTHDATE and SEX with names that are close -
      *>                 a matching surname or given name, a common
      *>                 leading stem (ROB/ROBERT, SMIT/SMITHE), a
      *>                 matching initial, or given and surname keyed
      *>                 the wrong way round - scored so the likeliest
      *>                 pairs come first
      *>               - a history row under the same EMPNO as a current
      *>                 row is an ordinary rehire and is not a suspect
      *>               - the report ranks the suspect pairs by score and
      *>                 shows both EMPNOs side by side with name, dept,
      *>                 and whether the second one is current or when
      *>                 it was terminated
      *>               - pairs a reviewer has confirmed as different
      *>                 people go on the exclusion file and are left out
      *>                 of every later run, whichever way round the two
      *>                 EMPNOs are keyed. One pair per line:
      *>                   cols  1-6  first EMPNO
      *>                   cols  8-13 second EMPNO
      *>                   cols 15-22 reviewer
      *>                   cols 24-31 date confirmed (YYYYMMDD)
      *>                 a line starting with '*' is a comment
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the employee history store is now an indexed file
      *>              (default emphist.dat), read front to back in key
      *>              order; its layout comes from HSTDB2CO.cpy.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DUPP.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT EXCL-FILE ASSIGN TO WS-EXCL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCL-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the history store DB2EHIST maintains - termination date plus
      *> the archived extract image of the row
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

      *> pairs confirmed as different people
       FD EXCL-FILE.
       01 EXCL-RECORD.
           05 EXCL-EMPNO-A          PIC X(6).
           05 FILLER                PIC X(1).
           05 EXCL-EMPNO-B          PIC X(6).
           05 FILLER                PIC X(1).
           05 EXCL-REVIEWER         PIC X(8).
           05 FILLER                PIC X(1).
           05 EXCL-DATE             PIC X(8).

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

        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-EXCL-FILE-NAME     PIC X(100) VALUE 'dupexcl.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'dupsusp.txt'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.
        01 WS-EXCL-FILE-STATUS   PIC XX.
           88 WS-EXCL-FILE-OK        VALUE '00'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
        01 WS-EXCL-EOF-SW        PIC X VALUE 'N'.
           88 WS-EXCL-EOF            VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).

      *> everyone to compare - the current rows first, then the
      *> terminated rows off the history store; SOURCE is C(urrent)
      *> or H(istory), TERM the history row's termination date
        01 WS-PER-COUNT          PIC 9(5) VALUE 0.
        01 WS-PER-MAX            PIC 9(5) VALUE 12000.
        01 WS-CUR-COUNT          PIC 9(5) VALUE 0.
        01 WS-HST-COUNT          PIC 9(5) VALUE 0.
        01 WS-NEXT-SLOT          PIC 9(5) VALUE 0.
        01 WS-PER-TAB.
           05 WS-PER-ENTRY OCCURS 12000 TIMES
                           INDEXED BY WS-PER-IDX WS-CMP-IDX.
              10 WS-PER-SOURCE      PIC X(1).
              10 WS-PER-EMPNO       PIC X(6).
              10 WS-PER-FIRSTNME    PIC X(12).
              10 WS-PER-MIDINIT     PIC X(1).
              10 WS-PER-LASTNAME    PIC X(15).
              10 WS-PER-WORKDEPT    PIC X(3).
              10 WS-PER-SEX         PIC X(1).
              10 WS-PER-BIRTHDATE   PIC X(10).
              10 WS-PER-TERM        PIC X(8).

      *> pairs confirmed as different people
        01 WS-EXC-COUNT          PIC 9(5) VALUE 0.
        01 WS-EXC-MAX            PIC 9(5) VALUE 5000.
        01 WS-EXC-TAB.
           05 WS-EXC-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-EXC-IDX.
              10 WS-EXC-EMPNO-A     PIC X(6).
              10 WS-EXC-EMPNO-B     PIC X(6).

      *> suspect pairs, as slots into the person table, ranked on
      *> the way out by score
        01 WS-SUS-COUNT          PIC 9(5) VALUE 0.
        01 WS-SUS-MAX            PIC 9(5) VALUE 5000.
        01 WS-SUS-TAB.
           05 WS-SUS-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-SUS-IDX.
              10 WS-SUS-SLOT-A      PIC 9(5).
              10 WS-SUS-SLOT-B      PIC 9(5).
              10 WS-SUS-SCORE       PIC 9(3).
              10 WS-SUS-TIER        PIC X(1).

        01 WS-PER-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-PER-OVERFLOW        VALUE 'Y'.
        01 WS-EXC-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EXC-OVERFLOW        VALUE 'Y'.
        01 WS-SUS-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-SUS-OVERFLOW        VALUE 'Y'.

      *> scoring one pair; a SIMILAR pair must reach the floor to be
      *> reported, an EXACT pair always scores the top mark
        01 WS-PAIR-SCORE         PIC 9(3) VALUE 0.
        01 WS-PAIR-TIER          PIC X(1) VALUE SPACE.
           88 WS-PAIR-EXACT          VALUE 'E'.
           88 WS-PAIR-SIMILAR        VALUE 'S'.
           88 WS-PAIR-NONE           VALUE SPACE.
        01 WS-EXACT-SCORE        PIC 9(3) VALUE 100.
        01 WS-SIMILAR-FLOOR      PIC 9(3) VALUE 50.
        01 WS-RANK-SCORE         PIC 9(3) VALUE 0.
        01 WS-RANK-NO            PIC 9(5) VALUE 0.
        01 WS-EXCLUDED-SW        PIC X VALUE 'N'.
           88 WS-PAIR-EXCLUDED       VALUE 'Y'.

        01 WS-EXACT-COUNT        PIC 9(5) VALUE 0.
        01 WS-SIMILAR-COUNT      PIC 9(5) VALUE 0.
        01 WS-SUPPRESSED-COUNT   PIC 9(5) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(44)
              VALUE "DB2DUPP - DUPLICATE-PERSON SUSPECTS AS OF ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(58) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(05) VALUE "RANK".
           05 FILLER PIC X(04) VALUE "SCR".
           05 FILLER PIC X(08) VALUE "TIER".
           05 FILLER PIC X(07) VALUE "EMPNO".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(04) VALUE "DPT".
           05 FILLER PIC X(02) VALUE "| ".
           05 FILLER PIC X(07) VALUE "EMPNO".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(04) VALUE "DPT".
           05 FILLER PIC X(14) VALUE "STATUS".
           05 FILLER PIC X(11) VALUE "BIRTHDATE".
           05 FILLER PIC X(04) VALUE "SEX".

        01 WS-DETAIL-LINE.
           05 WS-DTL-RANK           PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-SCORE          PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-TIER           PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-EMPNO-A        PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-NAME-A         PIC X(30).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-DEPT-A         PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FILLER                PIC X(2)  VALUE "| ".
           05 WS-DTL-EMPNO-B        PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-NAME-B         PIC X(30).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-DEPT-B         PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-STATUS-B       PIC X(13).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-BIRTHDATE      PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-SEX            PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.

        01 WS-NAME-WORK          PIC X(30).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2DUPP SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2DUPP: INSIDE DUPLICATE-PERSON SWEEP MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-EXCLUSIONS THRU LOAD-EXCLUSIONS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2DUPP: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2DUPP: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CURRENT-EMPLOYEES
              THRU LOAD-CURRENT-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM LOAD-HISTORY-ROWS THRU LOAD-HISTORY-ROWS-EXIT

      *>    every current row against every later row in the table -
      *>    the other current rows and then all of history; history
      *>    is never compared against itself
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-CUR-COUNT
               SET WS-NEXT-SLOT TO WS-PER-IDX
               ADD 1 TO WS-NEXT-SLOT
               PERFORM VARYING WS-CMP-IDX FROM WS-NEXT-SLOT BY 1
                  UNTIL WS-CMP-IDX > WS-PER-COUNT
                   PERFORM COMPARE-PAIR THRU COMPARE-PAIR-EXIT
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-RANKED-SUSPECTS
              THRU WRITE-RANKED-SUSPECTS-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2DUPP: ========= SWEEP SUMMARY =============="
           DISPLAY "DB2DUPP: CURRENT EMPLOYEES   : " WS-CUR-COUNT
           DISPLAY "DB2DUPP: HISTORY ROWS        : " WS-HST-COUNT
           DISPLAY "DB2DUPP: EXCLUDED PAIRS HELD : " WS-EXC-COUNT
           DISPLAY "DB2DUPP: EXACT SUSPECTS      : " WS-EXACT-COUNT
           DISPLAY "DB2DUPP: SIMILAR SUSPECTS    : " WS-SIMILAR-COUNT
           DISPLAY "DB2DUPP: SUPPRESSED BY EXCL  : "
               WS-SUPPRESSED-COUNT
           DISPLAY "DB2DUPP: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2DUPP: ======================================"

           IF WS-PER-OVERFLOW OR WS-EXC-OVERFLOW OR WS-SUS-OVERFLOW
               DISPLAY "DB2DUPP: *** A TABLE FILLED - THE SWEEP IS"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-SUS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2DUPP: EXITING DUPLICATE-PERSON SWEEP MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2DUPP-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-EXCL-FILE-NAME
              FROM ENVIRONMENT "DB2DUPP_EXCL_FILE"
           IF WS-EXCL-FILE-NAME = SPACE
               MOVE 'dupexcl.txt' TO WS-EXCL-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2DUPP_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'dupsusp.txt' TO WS-REPORT-FILE-NAME
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

           DISPLAY "DB2DUPP: HISTORY STORE  = " WS-HIST-FILE-NAME
           DISPLAY "DB2DUPP: EXCLUSION FILE = " WS-EXCL-FILE-NAME
           DISPLAY "DB2DUPP: REPORT FILE    = " WS-REPORT-FILE-NAME
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
               DISPLAY "DB2DUPP: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2DUPP: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-EXCLUSIONS SECTION.
      *>------------------------------------------------------------------------
      *>    a shop that has not confirmed any pair yet has no file -
      *>    every suspect is reported
           OPEN INPUT EXCL-FILE
           IF NOT WS-EXCL-FILE-OK
               DISPLAY "DB2DUPP: EXCLUSION FILE " WS-EXCL-FILE-NAME
                  " NOT ON FILE - NO PAIRS EXCLUDED"
               GO TO LOAD-EXCLUSIONS-EXIT
           END-IF

           PERFORM READ-EXCLUSION THRU READ-EXCLUSION-EXIT
              UNTIL WS-EXCL-EOF
           CLOSE EXCL-FILE

           DISPLAY "DB2DUPP: " WS-EXC-COUNT
              " PAIR(S) CONFIRMED AS DIFFERENT PEOPLE"
           .
       LOAD-EXCLUSIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-EXCLUSION SECTION.
      *>------------------------------------------------------------------------
           READ EXCL-FILE
             AT END
               SET WS-EXCL-EOF TO TRUE
               GO TO READ-EXCLUSION-EXIT
           END-READ

           IF EXCL-RECORD (1:1) = '*'
           OR EXCL-EMPNO-A = SPACES
           OR EXCL-EMPNO-B = SPACES
               GO TO READ-EXCLUSION-EXIT
           END-IF

           IF WS-EXC-COUNT >= WS-EXC-MAX
               IF NOT WS-EXC-OVERFLOW
                   DISPLAY "DB2DUPP: *** EXCLUSION FILE EXCEEDS THE "
                      WS-EXC-MAX "-PAIR TABLE ***"
               END-IF
               SET WS-EXC-OVERFLOW TO TRUE
               GO TO READ-EXCLUSION-EXIT
           END-IF

           ADD 1 TO WS-EXC-COUNT
           SET WS-EXC-IDX TO WS-EXC-COUNT
           MOVE EXCL-EMPNO-A TO WS-EXC-EMPNO-A (WS-EXC-IDX)
           MOVE EXCL-EMPNO-B TO WS-EXC-EMPNO-B (WS-EXC-IDX)
           .
       READ-EXCLUSION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CURRENT-EMPLOYEES SECTION.
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
               DISPLAY "DB2DUPP: EMPLOYEE CURSOR WOULD NOT OPEN"
               GO TO LOAD-CURRENT-EMPLOYEES-EXIT
           END-IF

           PERFORM LOAD-ONE-EMPLOYEE THRU LOAD-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           MOVE WS-PER-COUNT TO WS-CUR-COUNT
           .
       LOAD-CURRENT-EMPLOYEES-EXIT.
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

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           PERFORM ADD-PERSON THRU ADD-PERSON-EXIT
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-HISTORY-ROWS SECTION.
      *>------------------------------------------------------------------------
      *>    a shop with no history store yet compares the current rows
      *>    among themselves only
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2DUPP: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - CURRENT ROWS COMPARED ONLY"
               GO TO LOAD-HISTORY-ROWS-EXIT
           END-IF

           PERFORM READ-HISTORY-RECORD THRU READ-HISTORY-RECORD-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE

           COMPUTE WS-HST-COUNT = WS-PER-COUNT - WS-CUR-COUNT
           .
       LOAD-HISTORY-ROWS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the archived image is the EXT-EMPLOYEE-REC layout DB2EHIST
      *>    archives
           READ HIST-FILE
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO READ-HISTORY-RECORD-EXIT
           END-READ

           MOVE HIST-EMP-IMAGE TO EXT-EMPLOYEE-REC
           PERFORM ADD-PERSON THRU ADD-PERSON-EXIT
           IF NOT WS-PER-OVERFLOW
               MOVE 'H' TO WS-PER-SOURCE (WS-PER-IDX)
               MOVE HIST-TERM-DATE TO WS-PER-TERM (WS-PER-IDX)
           END-IF
           .
       READ-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-PERSON SECTION.
      *>------------------------------------------------------------------------
      *>    the row in EXT-EMPLOYEE-REC goes on the end of the person
      *>    table, left at WS-PER-IDX; a current row is marked 'C' here
      *>    and a history row is re-marked by its caller
           IF WS-PER-COUNT >= WS-PER-MAX
               IF NOT WS-PER-OVERFLOW
                   DISPLAY "DB2DUPP: *** MORE THAN " WS-PER-MAX
                      " ROWS TO COMPARE - THE REST ARE SKIPPED ***"
               END-IF
               SET WS-PER-OVERFLOW TO TRUE
               GO TO ADD-PERSON-EXIT
           END-IF

           ADD 1 TO WS-PER-COUNT
           SET WS-PER-IDX TO WS-PER-COUNT
           MOVE 'C'           TO WS-PER-SOURCE (WS-PER-IDX)
           MOVE SPACES        TO WS-PER-TERM (WS-PER-IDX)
           MOVE EXT-EMPNO     TO WS-PER-EMPNO (WS-PER-IDX)
           MOVE EXT-FIRSTNME  TO WS-PER-FIRSTNME (WS-PER-IDX)
           MOVE EXT-MIDINIT   TO WS-PER-MIDINIT (WS-PER-IDX)
           MOVE EXT-LASTNAME  TO WS-PER-LASTNAME (WS-PER-IDX)
           MOVE EXT-WORKDEPT  TO WS-PER-WORKDEPT (WS-PER-IDX)
           MOVE EXT-SEX       TO WS-PER-SEX (WS-PER-IDX)
           MOVE EXT-BIRTHDATE TO WS-PER-BIRTHDATE (WS-PER-IDX)
           .
       ADD-PERSON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPARE-PAIR SECTION.
      *>------------------------------------------------------------------------
      *>    both tiers need the same birth date, so anything else is
      *>    passed over at once; the same EMPNO on both sides is an
      *>    ordinary rehire the insert already recognizes
           IF WS-PER-BIRTHDATE (WS-PER-IDX)
                 NOT = WS-PER-BIRTHDATE (WS-CMP-IDX)
           OR WS-PER-BIRTHDATE (WS-PER-IDX) = SPACES
           OR WS-PER-EMPNO (WS-PER-IDX) = WS-PER-EMPNO (WS-CMP-IDX)
               GO TO COMPARE-PAIR-EXIT
           END-IF

           MOVE 0 TO WS-PAIR-SCORE
           SET WS-PAIR-NONE TO TRUE

           IF WS-PER-LASTNAME (WS-PER-IDX)
                 = WS-PER-LASTNAME (WS-CMP-IDX)
           AND WS-PER-FIRSTNME (WS-PER-IDX)
                 = WS-PER-FIRSTNME (WS-CMP-IDX)
           AND WS-PER-MIDINIT (WS-PER-IDX)
                 = WS-PER-MIDINIT (WS-CMP-IDX)
               SET WS-PAIR-EXACT TO TRUE
               MOVE WS-EXACT-SCORE TO WS-PAIR-SCORE
           ELSE
               IF WS-PER-SEX (WS-PER-IDX) = WS-PER-SEX (WS-CMP-IDX)
                   PERFORM SCORE-SIMILAR-NAMES
                      THRU SCORE-SIMILAR-NAMES-EXIT
                   IF WS-PAIR-SCORE >= WS-SIMILAR-FLOOR
                       SET WS-PAIR-SIMILAR TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-PAIR-NONE
               GO TO COMPARE-PAIR-EXIT
           END-IF

           PERFORM CHECK-EXCLUDED THRU CHECK-EXCLUDED-EXIT
           IF WS-PAIR-EXCLUDED
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO COMPARE-PAIR-EXIT
           END-IF

           IF WS-SUS-COUNT >= WS-SUS-MAX
               IF NOT WS-SUS-OVERFLOW
                   DISPLAY "DB2DUPP: *** MORE THAN " WS-SUS-MAX
                      " SUSPECT PAIRS - THE REST ARE NOT REPORTED ***"
               END-IF
               SET WS-SUS-OVERFLOW TO TRUE
               GO TO COMPARE-PAIR-EXIT
           END-IF

           ADD 1 TO WS-SUS-COUNT
           SET WS-SUS-IDX TO WS-SUS-COUNT
           SET WS-SUS-SLOT-A (WS-SUS-IDX) TO WS-PER-IDX
           SET WS-SUS-SLOT-B (WS-SUS-IDX) TO WS-CMP-IDX
           MOVE WS-PAIR-SCORE TO WS-SUS-SCORE (WS-SUS-IDX)
           MOVE WS-PAIR-TIER  TO WS-SUS-TIER (WS-SUS-IDX)

           IF WS-PAIR-EXACT
               ADD 1 TO WS-EXACT-COUNT
           ELSE
               ADD 1 TO WS-SIMILAR-COUNT
           END-IF
           .
       COMPARE-PAIR-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCORE-SIMILAR-NAMES SECTION.
      *>------------------------------------------------------------------------
      *>    surname: 40 the same, 20 the same first four letters;
      *>    given name: 40 the same, 20 the same first three letters
      *>    (a short form), 10 the same initial; 10 more for the same
      *>    middle initial. Given and surname keyed the wrong way
      *>    round scores as a surname and given-name match less the
      *>    initial. With the floor at 50 a surname match needs at
      *>    least the given initial behind it.
           IF WS-PER-FIRSTNME (WS-PER-IDX)
                 = WS-PER-LASTNAME (WS-CMP-IDX)
           AND WS-PER-LASTNAME (WS-PER-IDX)
                 = WS-PER-FIRSTNME (WS-CMP-IDX)
               MOVE 70 TO WS-PAIR-SCORE
               GO TO SCORE-SIMILAR-NAMES-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-PER-LASTNAME (WS-PER-IDX)
                     = WS-PER-LASTNAME (WS-CMP-IDX)
               ADD 40 TO WS-PAIR-SCORE
             WHEN WS-PER-LASTNAME (WS-PER-IDX) (1:4)
                     = WS-PER-LASTNAME (WS-CMP-IDX) (1:4)
               ADD 20 TO WS-PAIR-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           EVALUATE TRUE
             WHEN WS-PER-FIRSTNME (WS-PER-IDX)
                     = WS-PER-FIRSTNME (WS-CMP-IDX)
               ADD 40 TO WS-PAIR-SCORE
             WHEN WS-PER-FIRSTNME (WS-PER-IDX) (1:3)
                     = WS-PER-FIRSTNME (WS-CMP-IDX) (1:3)
               ADD 20 TO WS-PAIR-SCORE
             WHEN WS-PER-FIRSTNME (WS-PER-IDX) (1:1)
                     = WS-PER-FIRSTNME (WS-CMP-IDX) (1:1)
               ADD 10 TO WS-PAIR-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF WS-PER-MIDINIT (WS-PER-IDX) NOT = SPACE
           AND WS-PER-MIDINIT (WS-PER-IDX)
                 = WS-PER-MIDINIT (WS-CMP-IDX)
               ADD 10 TO WS-PAIR-SCORE
           END-IF
           .
       SCORE-SIMILAR-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-EXCLUDED SECTION.
      *>------------------------------------------------------------------------
      *>    a confirmed pair is excluded whichever way round the two
      *>    EMPNOs were keyed
           MOVE 'N' TO WS-EXCLUDED-SW
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT
                 OR WS-PAIR-EXCLUDED
               IF (WS-EXC-EMPNO-A (WS-EXC-IDX)
                     = WS-PER-EMPNO (WS-PER-IDX)
               AND WS-EXC-EMPNO-B (WS-EXC-IDX)
                     = WS-PER-EMPNO (WS-CMP-IDX))
               OR (WS-EXC-EMPNO-A (WS-EXC-IDX)
                     = WS-PER-EMPNO (WS-CMP-IDX)
               AND WS-EXC-EMPNO-B (WS-EXC-IDX)
                     = WS-PER-EMPNO (WS-PER-IDX))
                   SET WS-PAIR-EXCLUDED TO TRUE
               END-IF
           END-PERFORM
           .
       CHECK-EXCLUDED-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-RANKED-SUSPECTS SECTION.
      *>------------------------------------------------------------------------
      *>    highest score first; pairs on the same score keep the
      *>    order they were found in
           MOVE 0 TO WS-RANK-NO
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-SUS-COUNT = 0
               MOVE "NO DUPLICATE-PERSON SUSPECTS FOUND" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-RANKED-SUSPECTS-EXIT
           END-IF

           PERFORM VARYING WS-RANK-SCORE FROM WS-EXACT-SCORE BY -1
              UNTIL WS-RANK-SCORE < WS-SIMILAR-FLOOR
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                  UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   IF WS-SUS-SCORE (WS-SUS-IDX) = WS-RANK-SCORE
                       PERFORM WRITE-SUSPECT-LINE
                          THRU WRITE-SUSPECT-LINE-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       WRITE-RANKED-SUSPECTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-SUSPECT-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           ADD 1 TO WS-RANK-NO
           MOVE WS-RANK-NO                 TO WS-DTL-RANK
           MOVE WS-SUS-SCORE (WS-SUS-IDX)  TO WS-DTL-SCORE
           IF WS-SUS-TIER (WS-SUS-IDX) = 'E'
               MOVE "EXACT"   TO WS-DTL-TIER
           ELSE
               MOVE "SIMILAR" TO WS-DTL-TIER
           END-IF

           SET WS-PER-IDX TO WS-SUS-SLOT-A (WS-SUS-IDX)
           MOVE WS-PER-EMPNO (WS-PER-IDX)     TO WS-DTL-EMPNO-A
           PERFORM BUILD-PERSON-NAME THRU BUILD-PERSON-NAME-EXIT
           MOVE WS-NAME-WORK                  TO WS-DTL-NAME-A
           MOVE WS-PER-WORKDEPT (WS-PER-IDX)  TO WS-DTL-DEPT-A
           MOVE WS-PER-BIRTHDATE (WS-PER-IDX) TO WS-DTL-BIRTHDATE
           MOVE WS-PER-SEX (WS-PER-IDX)       TO WS-DTL-SEX

           SET WS-PER-IDX TO WS-SUS-SLOT-B (WS-SUS-IDX)
           MOVE WS-PER-EMPNO (WS-PER-IDX)     TO WS-DTL-EMPNO-B
           PERFORM BUILD-PERSON-NAME THRU BUILD-PERSON-NAME-EXIT
           MOVE WS-NAME-WORK                  TO WS-DTL-NAME-B
           MOVE WS-PER-WORKDEPT (WS-PER-IDX)  TO WS-DTL-DEPT-B
           MOVE SPACES TO WS-DTL-STATUS-B
           IF WS-PER-SOURCE (WS-PER-IDX) = 'H'
               STRING "TERM "                  DELIMITED BY SIZE
                      WS-PER-TERM (WS-PER-IDX) DELIMITED BY SIZE
                      INTO WS-DTL-STATUS-B
               END-STRING
           ELSE
               MOVE "CURRENT" TO WS-DTL-STATUS-B
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-SUSPECT-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BUILD-PERSON-NAME SECTION.
      *>------------------------------------------------------------------------
      *>    LASTNAME, FIRSTNME MIDINIT of the row at WS-PER-IDX
           MOVE SPACES TO WS-NAME-WORK
           STRING WS-PER-LASTNAME (WS-PER-IDX) DELIMITED BY SPACE
                  ", "                         DELIMITED BY SIZE
                  WS-PER-FIRSTNME (WS-PER-IDX) DELIMITED BY SPACE
                  " "                          DELIMITED BY SIZE
                  WS-PER-MIDINIT (WS-PER-IDX)  DELIMITED BY SIZE
                  INTO WS-NAME-WORK
           END-STRING
           .
       BUILD-PERSON-NAME-EXIT.
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

       END PROGRAM DB2DUPP.

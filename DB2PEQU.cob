      *>************************************************************************
      *>  SAMPLE PAY EQUITY ANALYSIS REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2PEQU.cob
      *>
      *> Purpose:      Pay equity analysis by sex within job and
      *>               department
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - total compensation (CPY-SALARY + CPY-BONUS +
      *>                 CPY-COMM) compared by CPY-SEX for each job
      *>                 within each department and for each job
      *>                 company-wide, from the same EMPLOYEE data
      *>                 DB2DEMOG counts heads from
      *>               - average and median total compensation for men
      *>                 and for women, and the percentage gap between
      *>                 them (positive: women paid less than men)
      *>               - a sex group smaller than the minimum reporting
      *>                 size (DB2PEQU_MIN_GROUP, two digits, default
      *>                 05) has its figures suppressed, and no gap is
      *>                 struck against it
      *>               - a job whose average or median gap is over the
      *>                 threshold (DB2PEQU_GAP_PCT, two digits whole
      *>                 percent, default 05) is flagged, and the
      *>                 company-wide flags are listed again at the end
      *>               - employees come back directly through DB2FETCH's
      *>                 called row-interface at full precision; the
      *>                 report prints in the same paginated 132-column
      *>                 style as DB2DEMOG
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2PEQU.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'payequty.txt'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> reporting controls
        01 WS-MIN-GROUP          PIC 9(2) VALUE 5.
        01 WS-MIN-GROUP-IN       PIC X(2).
        01 WS-GAP-PCT            PIC 9(2) VALUE 5.
        01 WS-GAP-PCT-IN         PIC X(2).
        01 WS-RUN-DATE           PIC 9(8).

      *> every employee's total compensation, kept so the medians can
      *> be struck per group after the fetch
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-WORKDEPT    PIC X(3).
              10 WS-EMP-JOB         PIC X(8).
              10 WS-EMP-SEX         PIC X(1).
              10 WS-EMP-COMP        PIC 9(8)V9(2).

      *> one row per department/job, and per job company-wide under
      *> the '***' department, in the order first met
        01 WS-GRP-COUNT          PIC 9(4) VALUE 0.
        01 WS-GRP-MAX            PIC 9(4) VALUE 2000.
        01 WS-GRP-TAB.
           05 WS-GRP-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-GRP-IDX.
              10 WS-GRP-DEPTNO      PIC X(3).
              10 WS-GRP-JOB         PIC X(8).
              10 WS-GRP-FLAG-SW     PIC X(1).

      *> a group's compensation for one sex, sorted ascending for the
      *> median
        01 WS-MED-COUNT          PIC 9(5) VALUE 0.
        01 WS-MED-TAB.
           05 WS-MED-COMP OCCURS 10000 TIMES PIC 9(8)V9(2).
        01 WS-MED-HOLD           PIC 9(8)V9(2).
        01 WS-MED-I              PIC 9(5) VALUE 0.
        01 WS-MED-J              PIC 9(5) VALUE 0.
        01 WS-MED-MID            PIC 9(5) VALUE 0.
        01 WS-MED-REM            PIC 9(1) VALUE 0.
        01 WS-MED-PLACED-SW      PIC X VALUE 'N'.
           88 WS-MED-PLACED          VALUE 'Y'.

      *> figures for the group being printed; index 1 men, 2 women
        01 WS-STAT-SEX-CODES     PIC X(2) VALUE 'MF'.
        01 WS-STAT-TAB.
           05 WS-STAT-ENTRY OCCURS 2 TIMES.
              10 WS-STAT-N          PIC 9(5).
              10 WS-STAT-SUM        PIC 9(11)V9(2).
              10 WS-STAT-AVG        PIC 9(8)V9(2).
              10 WS-STAT-MED        PIC 9(8)V9(2).
              10 WS-STAT-SHOWN-SW   PIC X(1).
        01 WS-STAT-OTHER-N       PIC 9(5) VALUE 0.
        01 WS-SEX-NO             PIC 9(1) VALUE 0.
        01 WS-STAT-SEX           PIC X(1).

        01 WS-AVG-GAP            PIC S9(3)V9(2) VALUE 0.
        01 WS-MED-GAP            PIC S9(3)V9(2) VALUE 0.
        01 WS-ABS-GAP            PIC 9(3)V9(2) VALUE 0.
        01 WS-ROW-FLAGGED-SW     PIC X VALUE 'N'.
           88 WS-ROW-FLAGGED         VALUE 'Y'.

        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-PREV-DEPT          PIC X(3) VALUE SPACES.
        01 WS-EDIT-AMT           PIC ZZ,ZZZ,ZZ9.99.
        01 WS-EDIT-GAP           PIC -ZZ9.99.

        01 WS-EMP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EMP-OVERFLOW        VALUE 'Y'.
        01 WS-GRP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-GRP-OVERFLOW        VALUE 'Y'.

        01 WS-ROWS-PRINTED       PIC 9(5) VALUE 0.
        01 WS-ROWS-SUPPRESSED    PIC 9(5) VALUE 0.
        01 WS-DEPT-JOBS-FLAGGED  PIC 9(5) VALUE 0.
        01 WS-CO-JOBS-FLAGGED    PIC 9(5) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(46) VALUE
              "DB2PEQU - PAY EQUITY BY SEX WITHIN JOB AS OF  ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "MIN GROUP: ".
           05 WS-PHL-MIN-GROUP      PIC Z9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(15) VALUE "GAP THRESHOLD: ".
           05 WS-PHL-GAP-PCT        PIC Z9.
           05 FILLER                PIC X(01) VALUE "%".
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE-1.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              "--------------- MEN --------------".
           05 FILLER PIC X(34) VALUE
              "-------------- WOMEN -------------".
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "---- GAP PCT ----".
           05 FILLER PIC X(23) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE-2.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "JOB".
           05 FILLER PIC X(06) VALUE "    N".
           05 FILLER PIC X(14) VALUE "      AVERAGE".
           05 FILLER PIC X(14) VALUE "       MEDIAN".
           05 FILLER PIC X(06) VALUE "    N".
           05 FILLER PIC X(14) VALUE "      AVERAGE".
           05 FILLER PIC X(14) VALUE "       MEDIAN".
           05 FILLER PIC X(07) VALUE "OTHER".
           05 FILLER PIC X(09) VALUE "AVERAGE".
           05 FILLER PIC X(09) VALUE " MEDIAN".
           05 FILLER PIC X(23) VALUE "FLAG".

        01 WS-DETAIL-LINE.
           05 WS-DTL-DEPTNO         PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-SEX-COLS OCCURS 2 TIMES.
              10 WS-DTL-N           PIC ZZZZ9.
              10 FILLER             PIC X(1).
              10 WS-DTL-AVG         PIC X(13).
              10 FILLER             PIC X(1).
              10 WS-DTL-MED         PIC X(13).
              10 FILLER             PIC X(1).
           05 WS-DTL-OTHER          PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-AVG-GAP        PIC X(7).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-MED-GAP        PIC X(7).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-FLAG           PIC X(23).

        01 WS-FLAG-LIST-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-FLG-JOB            PIC X(08).
           05 FILLER                PIC X(121) VALUE
              "  COMPANY-WIDE GAP OVER THRESHOLD".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2PEQU SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2PEQU: INSIDE PAY EQUITY REPORT MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2PEQU: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2PEQU: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-EMPLOYEES
              THRU LOAD-ALL-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM WRITE-EQUITY-REPORT THRU WRITE-EQUITY-REPORT-EXIT

           DISPLAY "DB2PEQU: ========= REPORT SUMMARY ============"
           DISPLAY "DB2PEQU: EMPLOYEES COUNTED    : " WS-EMP-COUNT
           DISPLAY "DB2PEQU: GROUP ROWS PRINTED   : " WS-ROWS-PRINTED
           DISPLAY "DB2PEQU: ROWS WITH SUPPRESSION: "
               WS-ROWS-SUPPRESSED
           DISPLAY "DB2PEQU: DEPT/JOB ROWS FLAGGED: "
               WS-DEPT-JOBS-FLAGGED
           DISPLAY "DB2PEQU: COMPANY JOBS FLAGGED : "
               WS-CO-JOBS-FLAGGED
           DISPLAY "DB2PEQU: ======================================"

           IF WS-EMP-OVERFLOW OR WS-GRP-OVERFLOW
               DISPLAY "DB2PEQU: *** A TABLE FILLED - FIGURES ARE"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEPT-JOBS-FLAGGED > 0 OR WS-CO-JOBS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2PEQU: EXITING PAY EQUITY REPORT MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2PEQU-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2PEQU_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'payequty.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-MIN-GROUP-IN FROM ENVIRONMENT "DB2PEQU_MIN_GROUP"
           IF WS-MIN-GROUP-IN IS NUMERIC
           AND WS-MIN-GROUP-IN > 0
               MOVE WS-MIN-GROUP-IN TO WS-MIN-GROUP
           END-IF

           ACCEPT WS-GAP-PCT-IN FROM ENVIRONMENT "DB2PEQU_GAP_PCT"
           IF WS-GAP-PCT-IN IS NUMERIC
           AND WS-GAP-PCT-IN > 0
               MOVE WS-GAP-PCT-IN TO WS-GAP-PCT
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

           DISPLAY "DB2PEQU: REPORT FILE    = " WS-REPORT-FILE-NAME
           DISPLAY "DB2PEQU: MIN GROUP SIZE = " WS-MIN-GROUP
           DISPLAY "DB2PEQU: GAP THRESHOLD  = " WS-GAP-PCT "%"
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
               DISPLAY "DB2PEQU: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2PEQU: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ALL-EMPLOYEES SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2PEQU: EMPLOYEE CURSOR WOULD NOT OPEN"
               SET WS-FETCH-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-EMPLOYEE
                  THRU LOAD-ONE-EMPLOYEE-EXIT
                  UNTIL WS-FETCH-EOF

               SET CPY-FR-CLOSE TO TRUE
               CALL WS-FETCH-PGM
                  USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           END-IF
           .
       LOAD-ALL-EMPLOYEES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
      *>    total compensation from the full-precision figures the
      *>    row-interface carries beside the whole-unit row image;
      *>    the employee's department/job row and company job row are
      *>    registered as the rows arrive, so the report keeps extract
      *>    order
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           IF WS-EMP-COUNT >= WS-EMP-MAX
               SET WS-EMP-OVERFLOW TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EXT-WORKDEPT TO WS-EMP-WORKDEPT (WS-EMP-IDX)
           MOVE EXT-JOB      TO WS-EMP-JOB (WS-EMP-IDX)
           MOVE EXT-SEX      TO WS-EMP-SEX (WS-EMP-IDX)
           COMPUTE WS-EMP-COMP (WS-EMP-IDX)
                 = CPY-FR-SALARY + CPY-FR-BONUS + CPY-FR-COMM

           MOVE EXT-WORKDEPT TO WS-LOOKUP-DEPT
           MOVE EXT-JOB      TO WS-LOOKUP-JOB
           PERFORM REGISTER-GROUP THRU REGISTER-GROUP-EXIT

           MOVE '***'   TO WS-LOOKUP-DEPT
           PERFORM REGISTER-GROUP THRU REGISTER-GROUP-EXIT
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REGISTER-GROUP SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-GRP-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-GRP-DEPTNO (WS-SCAN-IDX) = WS-LOOKUP-DEPT
               AND WS-GRP-JOB (WS-SCAN-IDX) = WS-LOOKUP-JOB
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE WS-LOOKUP-DEPT TO WS-GRP-DEPTNO (WS-GRP-IDX)
                   MOVE WS-LOOKUP-JOB  TO WS-GRP-JOB (WS-GRP-IDX)
                   MOVE 'N' TO WS-GRP-FLAG-SW (WS-GRP-IDX)
               ELSE
                   SET WS-GRP-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
       REGISTER-GROUP-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EQUITY-REPORT SECTION.
      *>------------------------------------------------------------------------
      *>    company-wide jobs first, then the department detail, then
      *>    the list of company-wide jobs over the threshold
           OPEN OUTPUT REPORT-FILE

           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE "COMPANY-WIDE BY JOB" TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-DEPTNO (WS-GRP-IDX) = '***'
                   PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "JOB WITHIN DEPARTMENT" TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT

           MOVE SPACES TO WS-PREV-DEPT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-DEPTNO (WS-GRP-IDX) NOT = '***'
                   IF WS-GRP-DEPTNO (WS-GRP-IDX) NOT = WS-PREV-DEPT
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 1 TO WS-RPT-LINE-COUNT
                       MOVE WS-GRP-DEPTNO (WS-GRP-IDX) TO WS-PREV-DEPT
                   END-IF
                   PERFORM WRITE-GROUP-LINE THRU WRITE-GROUP-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "COMPANY-WIDE JOBS FLAGGED FOR REVIEW" TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-DEPTNO (WS-GRP-IDX) = '***'
               AND WS-GRP-FLAG-SW (WS-GRP-IDX) = 'Y'
                   PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
                   MOVE WS-GRP-JOB (WS-GRP-IDX) TO WS-FLG-JOB
                   MOVE WS-FLAG-LIST-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-RPT-LINE-COUNT
               END-IF
           END-PERFORM

           IF WS-CO-JOBS-FLAGGED = 0
               MOVE "   NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY "DB2PEQU: REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           .
       WRITE-EQUITY-REPORT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-GROUP-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    figures for each sex are struck, then the gap; a sex group
      *>    under the minimum size shows its count only
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-GRP-DEPTNO (WS-GRP-IDX) TO WS-DTL-DEPTNO
           MOVE WS-GRP-JOB (WS-GRP-IDX)    TO WS-DTL-JOB

           MOVE 0 TO WS-STAT-OTHER-N
           PERFORM VARYING WS-SEX-NO FROM 1 BY 1
              UNTIL WS-SEX-NO > 2
               PERFORM COMPUTE-SEX-STATS THRU COMPUTE-SEX-STATS-EXIT
           END-PERFORM
           MOVE WS-STAT-OTHER-N TO WS-DTL-OTHER

           PERFORM COMPUTE-GAPS THRU COMPUTE-GAPS-EXIT

           IF WS-STAT-SHOWN-SW (1) NOT = 'Y'
           OR WS-STAT-SHOWN-SW (2) NOT = 'Y'
               ADD 1 TO WS-ROWS-SUPPRESSED
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           ADD 1 TO WS-ROWS-PRINTED
           .
       WRITE-GROUP-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-SEX-STATS SECTION.
      *>------------------------------------------------------------------------
      *>    collects the group's compensation for one sex, sorts it,
      *>    and strikes count, average and median; the '***' rows take
      *>    every department
           MOVE WS-STAT-SEX-CODES (WS-SEX-NO:1) TO WS-STAT-SEX
           MOVE 0 TO WS-MED-COUNT
           MOVE 0 TO WS-STAT-SUM (WS-SEX-NO)

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-JOB (WS-EMP-IDX) = WS-GRP-JOB (WS-GRP-IDX)
               AND (WS-GRP-DEPTNO (WS-GRP-IDX) = '***'
                OR WS-EMP-WORKDEPT (WS-EMP-IDX)
                   = WS-GRP-DEPTNO (WS-GRP-IDX))
                   IF WS-EMP-SEX (WS-EMP-IDX) = WS-STAT-SEX
                       ADD 1 TO WS-MED-COUNT
                       MOVE WS-EMP-COMP (WS-EMP-IDX)
                         TO WS-MED-COMP (WS-MED-COUNT)
                       ADD WS-EMP-COMP (WS-EMP-IDX)
                         TO WS-STAT-SUM (WS-SEX-NO)
                   ELSE
                   IF WS-SEX-NO = 1
                   AND WS-EMP-SEX (WS-EMP-IDX) NOT = 'M'
                   AND WS-EMP-SEX (WS-EMP-IDX) NOT = 'F'
                       ADD 1 TO WS-STAT-OTHER-N
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-MED-COUNT TO WS-STAT-N (WS-SEX-NO)
           MOVE WS-MED-COUNT TO WS-DTL-N (WS-SEX-NO)
           MOVE 0 TO WS-STAT-AVG (WS-SEX-NO)
           MOVE 0 TO WS-STAT-MED (WS-SEX-NO)

           IF WS-MED-COUNT = 0
           OR WS-MED-COUNT < WS-MIN-GROUP
               MOVE 'N' TO WS-STAT-SHOWN-SW (WS-SEX-NO)
               IF WS-MED-COUNT = 0
                   MOVE SPACES TO WS-DTL-AVG (WS-SEX-NO)
               ELSE
                   MOVE "  (TOO FEW) " TO WS-DTL-AVG (WS-SEX-NO)
               END-IF
               MOVE SPACES TO WS-DTL-MED (WS-SEX-NO)
               GO TO COMPUTE-SEX-STATS-EXIT
           END-IF

           MOVE 'Y' TO WS-STAT-SHOWN-SW (WS-SEX-NO)
           COMPUTE WS-STAT-AVG (WS-SEX-NO) ROUNDED
                 = WS-STAT-SUM (WS-SEX-NO) / WS-MED-COUNT

           PERFORM SORT-MEDIAN-TABLE THRU SORT-MEDIAN-TABLE-EXIT

           DIVIDE WS-MED-COUNT BY 2 GIVING WS-MED-MID
               REMAINDER WS-MED-REM
           IF WS-MED-REM = 1
               ADD 1 TO WS-MED-MID
               MOVE WS-MED-COMP (WS-MED-MID) TO WS-STAT-MED (WS-SEX-NO)
           ELSE
               COMPUTE WS-STAT-MED (WS-SEX-NO) ROUNDED
                     = (WS-MED-COMP (WS-MED-MID)
                      + WS-MED-COMP (WS-MED-MID + 1)) / 2
           END-IF

           MOVE WS-STAT-AVG (WS-SEX-NO) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-DTL-AVG (WS-SEX-NO)
           MOVE WS-STAT-MED (WS-SEX-NO) TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-DTL-MED (WS-SEX-NO)
           .
       COMPUTE-SEX-STATS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SORT-MEDIAN-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    straight insertion sort - groups are job-sized, not
      *>    company-sized
           PERFORM VARYING WS-MED-I FROM 2 BY 1
              UNTIL WS-MED-I > WS-MED-COUNT
               MOVE WS-MED-COMP (WS-MED-I) TO WS-MED-HOLD
               MOVE WS-MED-I TO WS-MED-J
               MOVE 'N' TO WS-MED-PLACED-SW
               PERFORM UNTIL WS-MED-PLACED
                   IF WS-MED-J < 2
                       SET WS-MED-PLACED TO TRUE
                   ELSE
                   IF WS-MED-COMP (WS-MED-J - 1) <= WS-MED-HOLD
                       SET WS-MED-PLACED TO TRUE
                   ELSE
                       MOVE WS-MED-COMP (WS-MED-J - 1)
                         TO WS-MED-COMP (WS-MED-J)
                       SUBTRACT 1 FROM WS-MED-J
                   END-IF
                   END-IF
               END-PERFORM
               MOVE WS-MED-HOLD TO WS-MED-COMP (WS-MED-J)
           END-PERFORM
           .
       SORT-MEDIAN-TABLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-GAPS SECTION.
      *>------------------------------------------------------------------------
      *>    gap is the women's shortfall as a percentage of the men's
      *>    figure; struck only when both sides are reportable
           MOVE 'N' TO WS-ROW-FLAGGED-SW
           MOVE SPACES TO WS-DTL-AVG-GAP
           MOVE SPACES TO WS-DTL-MED-GAP
           MOVE SPACES TO WS-DTL-FLAG

           IF WS-STAT-SHOWN-SW (1) NOT = 'Y'
           OR WS-STAT-SHOWN-SW (2) NOT = 'Y'
           OR WS-STAT-AVG (1) = 0
           OR WS-STAT-MED (1) = 0
               IF WS-STAT-N (1) > 0 AND WS-STAT-N (2) > 0
                   MOVE "SUPPRESSED" TO WS-DTL-FLAG
               END-IF
               GO TO COMPUTE-GAPS-EXIT
           END-IF

           COMPUTE WS-AVG-GAP ROUNDED
                 = (WS-STAT-AVG (1) - WS-STAT-AVG (2)) * 100
                 / WS-STAT-AVG (1)
               ON SIZE ERROR
                   MOVE -999.99 TO WS-AVG-GAP
           END-COMPUTE
           COMPUTE WS-MED-GAP ROUNDED
                 = (WS-STAT-MED (1) - WS-STAT-MED (2)) * 100
                 / WS-STAT-MED (1)
               ON SIZE ERROR
                   MOVE -999.99 TO WS-MED-GAP
           END-COMPUTE

           MOVE WS-AVG-GAP TO WS-EDIT-GAP
           MOVE WS-EDIT-GAP TO WS-DTL-AVG-GAP
           MOVE WS-MED-GAP TO WS-EDIT-GAP
           MOVE WS-EDIT-GAP TO WS-DTL-MED-GAP

           MOVE WS-AVG-GAP TO WS-ABS-GAP
           IF WS-ABS-GAP > WS-GAP-PCT
               SET WS-ROW-FLAGGED TO TRUE
           END-IF
           MOVE WS-MED-GAP TO WS-ABS-GAP
           IF WS-ABS-GAP > WS-GAP-PCT
               SET WS-ROW-FLAGGED TO TRUE
           END-IF

           IF WS-ROW-FLAGGED
               MOVE "** OVER THRESHOLD **" TO WS-DTL-FLAG
               MOVE 'Y' TO WS-GRP-FLAG-SW (WS-GRP-IDX)
               IF WS-GRP-DEPTNO (WS-GRP-IDX) = '***'
                   ADD 1 TO WS-CO-JOBS-FLAGGED
               ELSE
                   ADD 1 TO WS-DEPT-JOBS-FLAGGED
               END-IF
           END-IF
           .
       COMPUTE-GAPS-EXIT.
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
           MOVE WS-MIN-GROUP   TO WS-PHL-MIN-GROUP
           MOVE WS-GAP-PCT     TO WS-PHL-GAP-PCT

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2PEQU.

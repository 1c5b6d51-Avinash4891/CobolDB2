      *>************************************************************************
      *>  SAMPLE COMPA-RATIO AND BAND POSITION REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CMPA.cob
      *>
      *> Purpose:      Compa-ratio and salary-band position report
      *>               against the job-code master
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads every employee, not just the ones a
      *>                 transaction touches, and compares CPY-SALARY to
      *>                 the CPY-JOBC-MIN-SALARY/CPY-JOBC-MAX-SALARY band
      *>                 of their job on the job-code master
      *>               - compa-ratio is salary over the band midpoint;
      *>                 inside the band each person is placed in a
      *>                 band quartile (Q1 lowest), outside it as BELOW
      *>                 or ABOVE; a job off the master, or with no band
      *>                 keyed (max of zero), is NO BAND - the same rule
      *>                 CHECK-SALARY-BAND in DB2CRU1 follows
      *>               - prints the population by department, then the
      *>                 quartile distribution per department with a
      *>                 company line, then everyone below minimum or
      *>                 above maximum with the amount out of band
      *>               - employees come back through DB2FETCH's called
      *>                 row-interface at full precision; each distinct
      *>                 job's band is looked up once through DB2JOBC
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CMPA.

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

         COPY "CPYJOBC.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-JOBC-PGM           PIC X(7) VALUE 'DB2JOBC'.

        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'comparpt.txt'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).

      *> every employee with the band position struck for them;
      *> POSITION is B(elow), 1-4 (quartile), A(bove) or N(o band)
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-EMPNO       PIC X(6).
              10 WS-EMP-LASTNAME    PIC X(15).
              10 WS-EMP-FIRSTNME    PIC X(12).
              10 WS-EMP-WORKDEPT    PIC X(3).
              10 WS-EMP-JOB         PIC X(8).
              10 WS-EMP-SALARY      PIC 9(7)V9(2).
              10 WS-EMP-JOB-SLOT    PIC 9(4).
              10 WS-EMP-COMPA       PIC 9(1)V9(3).
              10 WS-EMP-POSITION    PIC X(1).

      *> each distinct job's band, looked up once through DB2JOBC
        01 WS-JOB-COUNT          PIC 9(4) VALUE 0.
        01 WS-JOB-MAX            PIC 9(4) VALUE 500.
        01 WS-JOB-TAB.
           05 WS-JOB-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-JOB-IDX.
              10 WS-JOB-CODE        PIC X(8).
              10 WS-JOB-BANDED-SW   PIC X(1).
              10 WS-JOB-MIN         PIC 9(7)V9(2).
              10 WS-JOB-MAX-SAL     PIC 9(7)V9(2).
              10 WS-JOB-MID         PIC 9(7)V9(2).

      *> quartile distribution per department ('***' is the company)
        01 WS-DPT-COUNT          PIC 9(4) VALUE 0.
        01 WS-DPT-MAX            PIC 9(4) VALUE 500.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
              10 WS-DPT-HC          PIC 9(5).
              10 WS-DPT-BELOW       PIC 9(5).
              10 WS-DPT-QTR         PIC 9(5) OCCURS 4 TIMES.
              10 WS-DPT-ABOVE       PIC 9(5).
              10 WS-DPT-NOBAND      PIC 9(5).
              10 WS-DPT-COMPA-SUM   PIC 9(7)V9(3).
        01 WS-CO-SLOT            PIC 9(4) VALUE 0.

        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-PREV-DEPT          PIC X(3) VALUE SPACES.
        01 WS-QTR-NO             PIC 9(1) VALUE 0.
        01 WS-BAND-POS           PIC 9(1)V9(4) VALUE 0.
        01 WS-BAND-WIDTH         PIC 9(7)V9(2) VALUE 0.
        01 WS-OUT-OF-BAND        PIC 9(7)V9(2) VALUE 0.
        01 WS-BANDED-HC          PIC 9(5) VALUE 0.
        01 WS-AVG-COMPA          PIC 9(1)V9(3) VALUE 0.

        01 WS-EMP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EMP-OVERFLOW        VALUE 'Y'.
        01 WS-JOB-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-JOB-OVERFLOW        VALUE 'Y'.
        01 WS-DPT-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-DPT-OVERFLOW        VALUE 'Y'.

        01 WS-BELOW-COUNT        PIC 9(5) VALUE 0.
        01 WS-ABOVE-COUNT        PIC 9(5) VALUE 0.
        01 WS-NOBAND-COUNT       PIC 9(5) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.
        01 WS-RPT-SECTION        PIC X(1)  VALUE '1'.
           88 WS-RPT-POPULATION      VALUE '1'.
           88 WS-RPT-SUMMARY         VALUE '2'.
           88 WS-RPT-EXCEPTIONS      VALUE '3'.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(46) VALUE
              "DB2CMPA - COMPA-RATIO AND BAND POSITION AS OF ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(56) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-POP-HDG-LINE.
           05 FILLER PIC X(05) VALUE "DEPT".
           05 FILLER PIC X(07) VALUE "EMPNO".
           05 FILLER PIC X(29) VALUE "NAME".
           05 FILLER PIC X(09) VALUE "JOB".
           05 FILLER PIC X(14) VALUE "      SALARY".
           05 FILLER PIC X(14) VALUE "    BAND MIN".
           05 FILLER PIC X(14) VALUE "    BAND MID".
           05 FILLER PIC X(14) VALUE "    BAND MAX".
           05 FILLER PIC X(07) VALUE " COMPA".
           05 FILLER PIC X(19) VALUE "  POSITION".

        01 WS-POP-LINE.
           05 WS-POP-DEPTNO         PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-POP-EMPNO          PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-POP-NAME           PIC X(28).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-POP-JOB            PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-POP-SALARY         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-POP-MIN            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-POP-MID            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-POP-MAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-POP-COMPA          PIC Z9.999.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-POP-POSITION       PIC X(16).

        01 WS-SUM-HDG-LINE.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "  HEADS".
           05 FILLER PIC X(08) VALUE "  BELOW".
           05 FILLER PIC X(08) VALUE "     Q1".
           05 FILLER PIC X(08) VALUE "     Q2".
           05 FILLER PIC X(08) VALUE "     Q3".
           05 FILLER PIC X(08) VALUE "     Q4".
           05 FILLER PIC X(08) VALUE "  ABOVE".
           05 FILLER PIC X(08) VALUE "NO BAND".
           05 FILLER PIC X(62) VALUE "  AVG COMPA (BANDED)".

        01 WS-SUM-LINE.
           05 WS-SUM-DEPTNO         PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-SUM-HC             PIC ZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-SUM-BELOW          PIC ZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-SUM-QTR-COL OCCURS 4 TIMES.
              10 WS-SUM-QTR         PIC ZZZZZZ9.
              10 FILLER             PIC X(1).
           05 WS-SUM-ABOVE          PIC ZZZZZZ9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-SUM-NOBAND         PIC ZZZZZZ9.
           05 FILLER                PIC X(7)  VALUE SPACES.
           05 WS-SUM-AVG-COMPA      PIC Z9.999.
           05 FILLER                PIC X(50) VALUE SPACES.

        01 WS-EXC-HDG-LINE.
           05 FILLER PIC X(05) VALUE "DEPT".
           05 FILLER PIC X(07) VALUE "EMPNO".
           05 FILLER PIC X(29) VALUE "NAME".
           05 FILLER PIC X(09) VALUE "JOB".
           05 FILLER PIC X(14) VALUE "      SALARY".
           05 FILLER PIC X(14) VALUE "    BAND MIN".
           05 FILLER PIC X(14) VALUE "    BAND MAX".
           05 FILLER PIC X(07) VALUE " COMPA".
           05 FILLER PIC X(08) VALUE "  WHERE".
           05 FILLER PIC X(25) VALUE "  OUT OF BAND BY".

        01 WS-EXC-LINE.
           05 WS-EXC-DEPTNO         PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXC-EMPNO          PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EXC-NAME           PIC X(28).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EXC-JOB            PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-EXC-SALARY         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXC-MIN            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXC-MAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXC-COMPA          PIC Z9.999.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EXC-WHERE          PIC X(5).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EXC-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CMPA SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CMPA: INSIDE COMPA-RATIO REPORT MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2CMPA: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CMPA: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-EMPLOYEES
              THRU LOAD-ALL-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

      *>    the company line goes first so it survives a full table
           MOVE '***' TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
           MOVE WS-MATCH-SLOT TO WS-CO-SLOT

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM PLACE-IN-BAND THRU PLACE-IN-BAND-EXIT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-POPULATION THRU WRITE-POPULATION-EXIT
           PERFORM WRITE-DEPT-SUMMARY THRU WRITE-DEPT-SUMMARY-EXIT
           PERFORM WRITE-OUT-OF-BAND THRU WRITE-OUT-OF-BAND-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2CMPA: ========= REPORT SUMMARY ============"
           DISPLAY "DB2CMPA: EMPLOYEES PLACED     : " WS-EMP-COUNT
           DISPLAY "DB2CMPA: BELOW BAND MINIMUM   : " WS-BELOW-COUNT
           DISPLAY "DB2CMPA: ABOVE BAND MAXIMUM   : " WS-ABOVE-COUNT
           DISPLAY "DB2CMPA: JOB WITH NO BAND     : " WS-NOBAND-COUNT
           DISPLAY "DB2CMPA: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2CMPA: ======================================"

           IF WS-EMP-OVERFLOW OR WS-JOB-OVERFLOW OR WS-DPT-OVERFLOW
               DISPLAY "DB2CMPA: *** A TABLE FILLED - FIGURES ARE"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2CMPA: EXITING COMPA-RATIO REPORT MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2CMPA-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2CMPA_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'comparpt.txt' TO WS-REPORT-FILE-NAME
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

           DISPLAY "DB2CMPA: REPORT FILE = " WS-REPORT-FILE-NAME
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
               DISPLAY "DB2CMPA: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CMPA: " LN-MSG-1 OF LN-MOD
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
               DISPLAY "DB2CMPA: EMPLOYEE CURSOR WOULD NOT OPEN"
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
           MOVE EXT-EMPNO     TO WS-EMP-EMPNO (WS-EMP-IDX)
           MOVE EXT-LASTNAME  TO WS-EMP-LASTNAME (WS-EMP-IDX)
           MOVE EXT-FIRSTNME  TO WS-EMP-FIRSTNME (WS-EMP-IDX)
           MOVE EXT-WORKDEPT  TO WS-EMP-WORKDEPT (WS-EMP-IDX)
           MOVE EXT-JOB       TO WS-EMP-JOB (WS-EMP-IDX)
           MOVE CPY-FR-SALARY TO WS-EMP-SALARY (WS-EMP-IDX)

           MOVE EXT-JOB TO WS-LOOKUP-JOB
           PERFORM FIND-JOB-BAND THRU FIND-JOB-BAND-EXIT
           MOVE WS-MATCH-SLOT TO WS-EMP-JOB-SLOT (WS-EMP-IDX)
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-JOB-BAND SECTION.
      *>------------------------------------------------------------------------
      *>    a job's band is asked of DB2JOBC the first time the job is
      *>    met and kept; slot 0 back means the job table is full
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-JOB-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-JOB-CODE (WS-SCAN-IDX) = WS-LOOKUP-JOB
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT > 0
               GO TO FIND-JOB-BAND-EXIT
           END-IF

           IF WS-JOB-COUNT >= WS-JOB-MAX
               SET WS-JOB-OVERFLOW TO TRUE
               GO TO FIND-JOB-BAND-EXIT
           END-IF

           ADD 1 TO WS-JOB-COUNT
           SET WS-JOB-IDX TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-MATCH-SLOT
           INITIALIZE WS-JOB-ENTRY (WS-JOB-IDX)
           MOVE WS-LOOKUP-JOB TO WS-JOB-CODE (WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-BANDED-SW (WS-JOB-IDX)

           INITIALIZE CPY-JOBCODE-REC
           SET CPY-JOBC-SELECT TO TRUE
           MOVE WS-LOOKUP-JOB TO CPY-JOBC-CODE
           CALL WS-JOBC-PGM USING CPY-JOBCODE-REC END-CALL

           IF CPY-JOBC-SUCCESS
           AND CPY-JOBC-MAX-SALARY > 0
               MOVE 'Y' TO WS-JOB-BANDED-SW (WS-JOB-IDX)
               MOVE CPY-JOBC-MIN-SALARY TO WS-JOB-MIN (WS-JOB-IDX)
               MOVE CPY-JOBC-MAX-SALARY TO WS-JOB-MAX-SAL (WS-JOB-IDX)
               COMPUTE WS-JOB-MID (WS-JOB-IDX) ROUNDED
                     = (CPY-JOBC-MIN-SALARY + CPY-JOBC-MAX-SALARY) / 2
           END-IF
           .
       FIND-JOB-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PLACE-IN-BAND SECTION.
      *>------------------------------------------------------------------------
      *>    compa-ratio against the midpoint; inside the band the
      *>    quartile is the quarter of the min-max width the salary
      *>    falls in (the maximum itself is Q4)
           MOVE 0 TO WS-EMP-COMPA (WS-EMP-IDX)
           MOVE WS-EMP-JOB-SLOT (WS-EMP-IDX) TO WS-MATCH-SLOT

           IF WS-MATCH-SLOT = 0
               MOVE 'N' TO WS-EMP-POSITION (WS-EMP-IDX)
           ELSE
           IF WS-JOB-BANDED-SW (WS-MATCH-SLOT) NOT = 'Y'
               MOVE 'N' TO WS-EMP-POSITION (WS-EMP-IDX)
           ELSE
               COMPUTE WS-EMP-COMPA (WS-EMP-IDX) ROUNDED
                     = WS-EMP-SALARY (WS-EMP-IDX)
                     / WS-JOB-MID (WS-MATCH-SLOT)
                   ON SIZE ERROR
                       MOVE 9.999 TO WS-EMP-COMPA (WS-EMP-IDX)
               END-COMPUTE
               EVALUATE TRUE
                 WHEN WS-EMP-SALARY (WS-EMP-IDX)
                      < WS-JOB-MIN (WS-MATCH-SLOT)
                   MOVE 'B' TO WS-EMP-POSITION (WS-EMP-IDX)
                 WHEN WS-EMP-SALARY (WS-EMP-IDX)
                      > WS-JOB-MAX-SAL (WS-MATCH-SLOT)
                   MOVE 'A' TO WS-EMP-POSITION (WS-EMP-IDX)
                 WHEN OTHER
                   PERFORM COMPUTE-QUARTILE
                      THRU COMPUTE-QUARTILE-EXIT
               END-EVALUATE
           END-IF
           END-IF

           EVALUATE WS-EMP-POSITION (WS-EMP-IDX)
             WHEN 'B'
               ADD 1 TO WS-BELOW-COUNT
             WHEN 'A'
               ADD 1 TO WS-ABOVE-COUNT
             WHEN 'N'
               ADD 1 TO WS-NOBAND-COUNT
           END-EVALUATE

           MOVE WS-EMP-WORKDEPT (WS-EMP-IDX) TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
           IF WS-MATCH-SLOT > 0
               PERFORM TALLY-POSITION THRU TALLY-POSITION-EXIT
           END-IF
           IF WS-CO-SLOT > 0
               MOVE WS-CO-SLOT TO WS-MATCH-SLOT
               PERFORM TALLY-POSITION THRU TALLY-POSITION-EXIT
           END-IF
           .
       PLACE-IN-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-QUARTILE SECTION.
      *>------------------------------------------------------------------------
      *>    a band with no width (min = max) puts everyone on it at the
      *>    midpoint, i.e. Q2
           COMPUTE WS-BAND-WIDTH = WS-JOB-MAX-SAL (WS-MATCH-SLOT)
                                 - WS-JOB-MIN (WS-MATCH-SLOT)
           IF WS-BAND-WIDTH = 0
               MOVE '2' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO COMPUTE-QUARTILE-EXIT
           END-IF

           COMPUTE WS-BAND-POS
                 = (WS-EMP-SALARY (WS-EMP-IDX)
                  - WS-JOB-MIN (WS-MATCH-SLOT)) / WS-BAND-WIDTH

           EVALUATE TRUE
             WHEN WS-BAND-POS < 0.25
               MOVE '1' TO WS-EMP-POSITION (WS-EMP-IDX)
             WHEN WS-BAND-POS < 0.50
               MOVE '2' TO WS-EMP-POSITION (WS-EMP-IDX)
             WHEN WS-BAND-POS < 0.75
               MOVE '3' TO WS-EMP-POSITION (WS-EMP-IDX)
             WHEN OTHER
               MOVE '4' TO WS-EMP-POSITION (WS-EMP-IDX)
           END-EVALUATE
           .
       COMPUTE-QUARTILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-DEPT-ROW SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-DPT-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-DPT-DEPTNO (WS-SCAN-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               IF WS-DPT-COUNT < WS-DPT-MAX
                   ADD 1 TO WS-DPT-COUNT
                   SET WS-DPT-IDX TO WS-DPT-COUNT
                   INITIALIZE WS-DPT-ENTRY (WS-DPT-IDX)
                   MOVE WS-LOOKUP-DEPT TO WS-DPT-DEPTNO (WS-DPT-IDX)
                   MOVE WS-DPT-COUNT TO WS-MATCH-SLOT
               ELSE
                   SET WS-DPT-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
       FIND-DEPT-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       TALLY-POSITION SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-DPT-HC (WS-MATCH-SLOT)
           EVALUATE WS-EMP-POSITION (WS-EMP-IDX)
             WHEN 'B'
               ADD 1 TO WS-DPT-BELOW (WS-MATCH-SLOT)
             WHEN 'A'
               ADD 1 TO WS-DPT-ABOVE (WS-MATCH-SLOT)
             WHEN 'N'
               ADD 1 TO WS-DPT-NOBAND (WS-MATCH-SLOT)
             WHEN OTHER
               MOVE WS-EMP-POSITION (WS-EMP-IDX) TO WS-QTR-NO
               ADD 1 TO WS-DPT-QTR (WS-MATCH-SLOT WS-QTR-NO)
           END-EVALUATE
           IF WS-EMP-POSITION (WS-EMP-IDX) NOT = 'N'
               ADD WS-EMP-COMPA (WS-EMP-IDX)
                 TO WS-DPT-COMPA-SUM (WS-MATCH-SLOT)
           END-IF
           .
       TALLY-POSITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-POPULATION SECTION.
      *>------------------------------------------------------------------------
      *>    everyone, in extract order (WORKDEPT, EMPNO)
           SET WS-RPT-POPULATION TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE SPACES TO WS-PREV-DEPT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-WORKDEPT (WS-EMP-IDX) NOT = WS-PREV-DEPT
               AND WS-PREV-DEPT NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-RPT-LINE-COUNT
               END-IF
               MOVE WS-EMP-WORKDEPT (WS-EMP-IDX) TO WS-PREV-DEPT
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

               MOVE WS-EMP-WORKDEPT (WS-EMP-IDX) TO WS-POP-DEPTNO
               MOVE WS-EMP-EMPNO (WS-EMP-IDX)    TO WS-POP-EMPNO
               MOVE SPACES TO WS-POP-NAME
               STRING WS-EMP-LASTNAME (WS-EMP-IDX) DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-EMP-FIRSTNME (WS-EMP-IDX) DELIMITED BY SPACE
                      INTO WS-POP-NAME
               END-STRING
               MOVE WS-EMP-JOB (WS-EMP-IDX)      TO WS-POP-JOB
               MOVE WS-EMP-SALARY (WS-EMP-IDX)   TO WS-POP-SALARY
               MOVE WS-EMP-JOB-SLOT (WS-EMP-IDX) TO WS-MATCH-SLOT
               IF WS-EMP-POSITION (WS-EMP-IDX) = 'N'
                   MOVE 0 TO WS-POP-MIN WS-POP-MID WS-POP-MAX
                   MOVE 0 TO WS-POP-COMPA
               ELSE
                   MOVE WS-JOB-MIN (WS-MATCH-SLOT)     TO WS-POP-MIN
                   MOVE WS-JOB-MID (WS-MATCH-SLOT)     TO WS-POP-MID
                   MOVE WS-JOB-MAX-SAL (WS-MATCH-SLOT) TO WS-POP-MAX
                   MOVE WS-EMP-COMPA (WS-EMP-IDX)      TO WS-POP-COMPA
               END-IF
               EVALUATE WS-EMP-POSITION (WS-EMP-IDX)
                 WHEN 'B'
                   MOVE "BELOW MINIMUM"   TO WS-POP-POSITION
                 WHEN 'A'
                   MOVE "ABOVE MAXIMUM"   TO WS-POP-POSITION
                 WHEN 'N'
                   MOVE "NO BAND ON FILE" TO WS-POP-POSITION
                 WHEN OTHER
                   MOVE SPACES TO WS-POP-POSITION
                   STRING "Q" DELIMITED BY SIZE
                          WS-EMP-POSITION (WS-EMP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-POP-POSITION
                   END-STRING
               END-EVALUATE

               MOVE WS-POP-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-PERFORM
           .
       WRITE-POPULATION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-SUMMARY SECTION.
      *>------------------------------------------------------------------------
      *>    one line per department, the company line last; the
      *>    average compa-ratio is over the people who have a band
           SET WS-RPT-SUMMARY TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-DEPTNO (WS-DPT-IDX) NOT = '***'
                   PERFORM WRITE-SUMMARY-LINE
                      THRU WRITE-SUMMARY-LINE-EXIT
               END-IF
           END-PERFORM

           IF WS-CO-SLOT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
               SET WS-DPT-IDX TO WS-CO-SLOT
               PERFORM WRITE-SUMMARY-LINE THRU WRITE-SUMMARY-LINE-EXIT
           END-IF
           .
       WRITE-DEPT-SUMMARY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-SUMMARY-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE SPACES TO WS-SUM-LINE
           MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-SUM-DEPTNO
           MOVE WS-DPT-HC (WS-DPT-IDX)     TO WS-SUM-HC
           MOVE WS-DPT-BELOW (WS-DPT-IDX)  TO WS-SUM-BELOW
           PERFORM VARYING WS-QTR-NO FROM 1 BY 1
              UNTIL WS-QTR-NO > 4
               MOVE WS-DPT-QTR (WS-DPT-IDX WS-QTR-NO)
                 TO WS-SUM-QTR (WS-QTR-NO)
           END-PERFORM
           MOVE WS-DPT-ABOVE (WS-DPT-IDX)  TO WS-SUM-ABOVE
           MOVE WS-DPT-NOBAND (WS-DPT-IDX) TO WS-SUM-NOBAND

           COMPUTE WS-BANDED-HC = WS-DPT-HC (WS-DPT-IDX)
                                - WS-DPT-NOBAND (WS-DPT-IDX)
           MOVE 0 TO WS-AVG-COMPA
           IF WS-BANDED-HC > 0
               COMPUTE WS-AVG-COMPA ROUNDED
                     = WS-DPT-COMPA-SUM (WS-DPT-IDX) / WS-BANDED-HC
                   ON SIZE ERROR
                       MOVE 9.999 TO WS-AVG-COMPA
               END-COMPUTE
           END-IF
           MOVE WS-AVG-COMPA TO WS-SUM-AVG-COMPA

           MOVE WS-SUM-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-SUMMARY-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-OUT-OF-BAND SECTION.
      *>------------------------------------------------------------------------
      *>    everyone below minimum or above maximum, with the amount a
      *>    market adjustment (or a freeze) would have to cover
           SET WS-RPT-EXCEPTIONS TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-POSITION (WS-EMP-IDX) = 'B'
               OR WS-EMP-POSITION (WS-EMP-IDX) = 'A'
                   PERFORM WRITE-EXCEPTION-LINE
                      THRU WRITE-EXCEPTION-LINE-EXIT
               END-IF
           END-PERFORM

           IF WS-BELOW-COUNT = 0 AND WS-ABOVE-COUNT = 0
               MOVE "   NONE - EVERY BANDED SALARY IS INSIDE ITS BAND"
                 TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       WRITE-OUT-OF-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXCEPTION-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-EMP-JOB-SLOT (WS-EMP-IDX) TO WS-MATCH-SLOT
           MOVE WS-EMP-WORKDEPT (WS-EMP-IDX) TO WS-EXC-DEPTNO
           MOVE WS-EMP-EMPNO (WS-EMP-IDX)    TO WS-EXC-EMPNO
           MOVE SPACES TO WS-EXC-NAME
           STRING WS-EMP-LASTNAME (WS-EMP-IDX) DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-EMP-FIRSTNME (WS-EMP-IDX) DELIMITED BY SPACE
                  INTO WS-EXC-NAME
           END-STRING
           MOVE WS-EMP-JOB (WS-EMP-IDX)        TO WS-EXC-JOB
           MOVE WS-EMP-SALARY (WS-EMP-IDX)     TO WS-EXC-SALARY
           MOVE WS-JOB-MIN (WS-MATCH-SLOT)     TO WS-EXC-MIN
           MOVE WS-JOB-MAX-SAL (WS-MATCH-SLOT) TO WS-EXC-MAX
           MOVE WS-EMP-COMPA (WS-EMP-IDX)      TO WS-EXC-COMPA

           IF WS-EMP-POSITION (WS-EMP-IDX) = 'B'
               MOVE "BELOW" TO WS-EXC-WHERE
               COMPUTE WS-OUT-OF-BAND = WS-JOB-MIN (WS-MATCH-SLOT)
                                      - WS-EMP-SALARY (WS-EMP-IDX)
           ELSE
               MOVE "ABOVE" TO WS-EXC-WHERE
               COMPUTE WS-OUT-OF-BAND = WS-EMP-SALARY (WS-EMP-IDX)
                                      - WS-JOB-MAX-SAL (WS-MATCH-SLOT)
           END-IF
           MOVE WS-OUT-OF-BAND TO WS-EXC-AMOUNT

           MOVE WS-EXC-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-EXCEPTION-LINE-EXIT.
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
      *>    each of the three parts starts its own page under its own
      *>    title and column headings
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           EVALUATE TRUE
             WHEN WS-RPT-POPULATION
               MOVE "POPULATION BY DEPARTMENT" TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-POP-HDG-LINE TO RPT-LINE
             WHEN WS-RPT-SUMMARY
               MOVE "BAND QUARTILE DISTRIBUTION BY DEPARTMENT"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SUM-HDG-LINE TO RPT-LINE
             WHEN OTHER
               MOVE "BELOW BAND MINIMUM / ABOVE BAND MAXIMUM"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-EXC-HDG-LINE TO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2CMPA.

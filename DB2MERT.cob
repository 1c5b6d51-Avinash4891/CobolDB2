      *>************************************************************************
      *>  SAMPLE MERIT INCREASE PLANNING PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2MERT.cob
      *>
      *> Purpose:      Merit-matrix increase planning run
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - applies a merit matrix - increase percentage by
      *>                 performance rating (1-5, from the DB2PRAT store
      *>                 for the review year) and by where the salary
      *>                 sits in the job's CPYJOBC band (below minimum,
      *>                 Q1-Q4, above maximum) - to the current
      *>                 population read through DB2FETCH's called
      *>                 row-interface; band position follows the same
      *>                 rule as DB2CMPA
      *>               - a review worksheet per department with the
      *>                 manager (from the DEPARTMENT master), current
      *>                 salary, rating, band position, proposed
      *>                 increase and the new compa-ratio; anyone with
      *>                 no rating for the year, no band or no matrix
      *>                 row is listed but not planned
      *>               - increases DB2CRU1's second-approval gate will
      *>                 hold (same DB2CRUD_APPR_PCT policy percentage,
      *>                 same comparison) are listed up front, before
      *>                 the department pages, and marked again on
      *>                 their own lines
      *>               - once the plan is approved (DB2MERT_APPROVED_BY
      *>                 names the approver) the run also writes a
      *>                 complete DB2CRU1 input file of 'U'
      *>                 transactions, built the way DB2MASSI builds
      *>                 its file - header, trailer counts, every row
      *>                 field carried from the current row, the
      *>                 effective date in CPY-HIREDATE-TO; without the
      *>                 approver only the worksheet is produced
      *>               - every transaction is stamped with its change
      *>                 provenance: the merit plan (code P) and this
      *>                 program's name and run date
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2MERT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MATRIX-FILE ASSIGN TO WS-MATRIX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MTX-FILE-STATUS.

        SELECT OUTPUT-FILE ASSIGN TO WS-OUTPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the merit matrix: one line per rating, then the increase
      *> percentage for each band position in the order below
      *> minimum, Q1, Q2, Q3, Q4, above maximum; percentages carry
      *> two implied decimals (00500 = 5.00)
       FD MATRIX-FILE.
       01 MATRIX-RECORD.
           05 MMX-RATING            PIC 9(1).
           05 MMX-CELL OCCURS 6 TIMES.
              10 FILLER             PIC X(1).
              10 MMX-PCT            PIC 9(3)V9(2).

      *> the generated DB2CRU1 input file
       FD OUTPUT-FILE.
         COPY "EMPDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "CPYJOBC.cpy".

         COPY "CPYDEPT.cpy".

         COPY "CPYPRAT.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-JOBC-PGM           PIC X(7) VALUE 'DB2JOBC'.
        01 WS-DEPT-PGM           PIC X(7) VALUE 'DB2DEPT'.
        01 WS-PRAT-PGM           PIC X(7) VALUE 'DB2PRAT'.

        01 WS-MATRIX-FILE-NAME   PIC X(100) VALUE 'meritmtx.txt'.
        01 WS-OUTPUT-FILE-NAME   PIC X(100) VALUE 'meritin.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'meritwks.txt'.

        01 WS-MTX-FILE-STATUS    PIC XX.
           88 WS-MTX-FILE-OK         VALUE '00'.

        01 WS-MTX-EOF-SW         PIC X VALUE 'N'.
           88 WS-MTX-EOF             VALUE 'Y'.
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

      *> plan controls - the review year whose ratings drive the
      *> matrix (default this year), the effective date the
      *> increases carry (default 1 January next year) and the
      *> approver; no approver means the worksheet is a draft
        01 WS-REVIEW-YEAR        PIC 9(4) VALUE 0.
        01 WS-REVIEW-YEAR-IN     PIC X(4).
        01 WS-EFF-DATE           PIC X(10) VALUE SPACES.
        01 WS-EFF-YEAR           PIC 9(4) VALUE 0.
        01 WS-APPROVED-BY        PIC X(8) VALUE SPACES.
        01 WS-APPROVED-SW        PIC X VALUE 'N'.
           88 WS-PLAN-APPROVED       VALUE 'Y'.

      *> DB2CRU1's second-approval policy percentage, read from the
      *> same variable and defaulted the same way so the worksheet
      *> calls out exactly the items the driver will hold
        01 WS-APPR-PCT           PIC 9(3) VALUE 10.
        01 WS-APPR-PCT-IN        PIC X(3).
        01 WS-GATE-PCT           PIC S9(5)V9(2) VALUE 0.

      *> the matrix held by rating, then band position 1-6
        01 WS-MTX-TAB.
           05 WS-MTX-ROW OCCURS 5 TIMES.
              10 WS-MTX-LOADED-SW   PIC X(1).
              10 WS-MTX-PCT         PIC 9(3)V9(2) OCCURS 6 TIMES.
        01 WS-MTX-ROWS           PIC 9(1) VALUE 0.
        01 WS-COL-NO             PIC 9(1) VALUE 0.
        01 WS-RATING-NO          PIC 9(1) VALUE 0.

      *> every employee with the plan struck for them; POSITION is
      *> B(elow), 1-4 (quartile), A(bove) or N(o band); PLAN is
      *> P(lanned), Z(ero at the matrix), R (no rating), M (no matrix
      *> row) or N (no band)
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
              10 WS-EMP-WHOLE-SAL   PIC 9(9).
              10 WS-EMP-BONUS       PIC 9(7)V9(2).
              10 WS-EMP-COMM        PIC 9(7)V9(2).
              10 WS-EMP-IMAGE       PIC X(102).
              10 WS-EMP-JOB-SLOT    PIC 9(4).
              10 WS-EMP-POSITION    PIC X(1).
              10 WS-EMP-RATING      PIC X(1).
              10 WS-EMP-PLAN        PIC X(1).
              10 WS-EMP-PCT         PIC 9(3)V9(2).
              10 WS-EMP-NEW-SAL     PIC 9(7)V9(2).
              10 WS-EMP-NEW-COMPA   PIC 9(1)V9(3).
              10 WS-EMP-GATE-SW     PIC X(1).

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

      *> the DEPARTMENT master, for the name and manager on each
      *> department's worksheet heading
        01 WS-DEPT-COUNT         PIC 9(4) VALUE 0.
        01 WS-DEPT-MAX           PIC 9(4) VALUE 500.
        01 WS-DEPT-TAB.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEPT-IDX.
              10 WS-DEPT-DEPTNO     PIC X(3).
              10 WS-DEPT-DEPTNAME   PIC X(36).
              10 WS-DEPT-MGRNO      PIC X(6).

        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-LOOKUP-EMPNO       PIC X(6).
        01 WS-PREV-DEPT          PIC X(3) VALUE SPACES.
        01 WS-BAND-POS           PIC 9(1)V9(4) VALUE 0.
        01 WS-BAND-WIDTH         PIC 9(7)V9(2) VALUE 0.
        01 WS-INCREASE           PIC 9(7)V9(2) VALUE 0.
        01 WS-MGR-NAME           PIC X(30) VALUE SPACES.

        01 WS-EMP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EMP-OVERFLOW        VALUE 'Y'.
        01 WS-JOB-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-JOB-OVERFLOW        VALUE 'Y'.
        01 WS-DEPT-OVERFLOW-SW   PIC X VALUE 'N'.
           88 WS-DEPT-OVERFLOW       VALUE 'Y'.
        01 WS-RATING-STORE-SW    PIC X VALUE 'Y'.
           88 WS-RATING-STORE-FOUND  VALUE 'Y'.

        01 WS-PLANNED-COUNT      PIC 9(7) VALUE 0.
        01 WS-ZERO-COUNT         PIC 9(7) VALUE 0.
        01 WS-NORATING-COUNT     PIC 9(7) VALUE 0.
        01 WS-NOBAND-COUNT       PIC 9(7) VALUE 0.
        01 WS-NOMATRIX-COUNT     PIC 9(7) VALUE 0.
        01 WS-GATED-COUNT        PIC 9(7) VALUE 0.
        01 WS-OUT-TOTAL          PIC 9(7) VALUE 0.

      *> department and company money totals for the worksheet
        01 WS-DPT-HEADS          PIC 9(5) VALUE 0.
        01 WS-DPT-PLANNED        PIC 9(5) VALUE 0.
        01 WS-DPT-OLD-TOTAL      PIC 9(12)V9(2) VALUE 0.
        01 WS-DPT-NEW-TOTAL      PIC 9(12)V9(2) VALUE 0.
        01 WS-CO-HEADS           PIC 9(5) VALUE 0.
        01 WS-CO-PLANNED         PIC 9(5) VALUE 0.
        01 WS-CO-OLD-TOTAL       PIC 9(12)V9(2) VALUE 0.
        01 WS-CO-NEW-TOTAL       PIC 9(12)V9(2) VALUE 0.
        01 WS-COST-DELTA         PIC S9(12)V9(2) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.
        01 WS-RPT-SECTION        PIC X(1)  VALUE '1'.
           88 WS-RPT-APPROVALS       VALUE '1'.
           88 WS-RPT-WORKSHEET       VALUE '2'.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(50) VALUE
              "DB2MERT - MERIT INCREASE REVIEW WORKSHEET - REVIEW".
           05 FILLER                PIC X(06) VALUE " YEAR ".
           05 WS-PHL-REVIEW-YEAR    PIC 9(4).
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(08) VALUE SPACES.

        01 WS-PLAN-STATUS-LINE.
           05 FILLER                PIC X(14) VALUE " PLAN STATUS: ".
           05 WS-PSL-TEXT           PIC X(70).
           05 FILLER                PIC X(19) VALUE
              " EFFECTIVE DATE:  ".
           05 WS-PSL-EFF-DATE       PIC X(10).
           05 FILLER                PIC X(19) VALUE SPACES.

        01 WS-WKS-HDG-LINE.
           05 FILLER PIC X(07) VALUE "EMPNO".
           05 FILLER PIC X(25) VALUE "NAME".
           05 FILLER PIC X(09) VALUE "JOB".
           05 FILLER PIC X(04) VALUE "RTG".
           05 FILLER PIC X(06) VALUE "POS".
           05 FILLER PIC X(14) VALUE "      SALARY".
           05 FILLER PIC X(07) VALUE "   PCT".
           05 FILLER PIC X(11) VALUE "  INCREASE".
           05 FILLER PIC X(12) VALUE "  NEW SALARY".
           05 FILLER PIC X(11) VALUE " NEW COMPA".
           05 FILLER PIC X(26) VALUE "NOTE".

        01 WS-WKS-LINE.
           05 WS-WKL-EMPNO          PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-WKL-NAME           PIC X(24).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-WKL-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-WKL-RATING         PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-WKL-POS            PIC X(5).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-WKL-SALARY         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-WKL-PCT            PIC ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-WKL-INCREASE       PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-WKL-NEW-SAL        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-WKL-NEW-COMPA      PIC Z9.999.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-WKL-NOTE           PIC X(26).

        01 WS-DST-LINE.
           05 FILLER                PIC X(14) VALUE "  DEPT TOTAL  ".
           05 FILLER                PIC X(07) VALUE "HEADS: ".
           05 WS-DST-HEADS          PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  PLANNED: ".
           05 WS-DST-PLANNED        PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  CURRENT: ".
           05 WS-DST-OLD            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE "  NEW: ".
           05 WS-DST-NEW            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE "  COST: ".
           05 WS-DST-COST           PIC ----,---,---,--9.
           05 FILLER                PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2MERT SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2MERT: INSIDE MERIT INCREASE PLANNING MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-MERIT-MATRIX THRU LOAD-MERIT-MATRIX-EXIT

           IF WS-MTX-ROWS = 0
               DISPLAY "DB2MERT: NO USABLE MATRIX ROWS - NOTHING TO"
                  " PLAN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2MERT: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2MERT: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-DEPT-TABLE THRU BUILD-DEPT-TABLE-EXIT

           PERFORM LOAD-ALL-EMPLOYEES
              THRU LOAD-ALL-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM PLACE-IN-BAND THRU PLACE-IN-BAND-EXIT
               PERFORM PLAN-ONE-INCREASE
                  THRU PLAN-ONE-INCREASE-EXIT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-APPROVAL-CALLOUT
              THRU WRITE-APPROVAL-CALLOUT-EXIT
           PERFORM WRITE-WORKSHEET THRU WRITE-WORKSHEET-EXIT
           CLOSE REPORT-FILE

           IF WS-PLAN-APPROVED
               PERFORM WRITE-TRANSACTION-FILE
                  THRU WRITE-TRANSACTION-FILE-EXIT
           END-IF

           DISPLAY "DB2MERT: ========= PLANNING SUMMARY ==========="
           DISPLAY "DB2MERT: EMPLOYEES READ      : " WS-EMP-COUNT
           DISPLAY "DB2MERT: INCREASES PLANNED   : " WS-PLANNED-COUNT
           DISPLAY "DB2MERT: ZERO AT THE MATRIX  : " WS-ZERO-COUNT
           DISPLAY "DB2MERT: NO RATING FOR YEAR  : " WS-NORATING-COUNT
           DISPLAY "DB2MERT: JOB WITH NO BAND    : " WS-NOBAND-COUNT
           DISPLAY "DB2MERT: RATING NOT IN MATRIX: " WS-NOMATRIX-COUNT
           DISPLAY "DB2MERT: NEED 2ND APPROVAL   : " WS-GATED-COUNT
           DISPLAY "DB2MERT: ======================================"

           IF WS-PLAN-APPROVED
               DISPLAY "DB2MERT: PLAN APPROVED BY " WS-APPROVED-BY
                  " - " WS-OUT-TOTAL " TRANSACTION(S) WRITTEN TO "
                  WS-OUTPUT-FILE-NAME
           ELSE
               DISPLAY "DB2MERT: DRAFT PLAN - REVIEW "
                  WS-REPORT-FILE-NAME
               DISPLAY "DB2MERT: RERUN WITH DB2MERT_APPROVED_BY SET"
                  " TO WRITE THE TRANSACTION FILE"
           END-IF

           IF NOT WS-RATING-STORE-FOUND
               DISPLAY "DB2MERT: *** RATING STORE NOT ON FILE - NO"
                   " ONE COULD BE PLANNED ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-EMP-OVERFLOW OR WS-JOB-OVERFLOW OR WS-DEPT-OVERFLOW
               DISPLAY "DB2MERT: *** A TABLE FILLED - THE PLAN IS"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2MERT: EXITING MERIT INCREASE PLANNING MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2MERT-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-MATRIX-FILE-NAME
              FROM ENVIRONMENT "DB2MERT_MATRIX_FILE"
           IF WS-MATRIX-FILE-NAME = SPACE
               MOVE 'meritmtx.txt' TO WS-MATRIX-FILE-NAME
           END-IF

           ACCEPT WS-OUTPUT-FILE-NAME
              FROM ENVIRONMENT "DB2MERT_OUTPUT_FILE"
           IF WS-OUTPUT-FILE-NAME = SPACE
               MOVE 'meritin.txt' TO WS-OUTPUT-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2MERT_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'meritwks.txt' TO WS-REPORT-FILE-NAME
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

           ACCEPT WS-APPR-PCT-IN
              FROM ENVIRONMENT "DB2CRUD_APPR_PCT"
           IF WS-APPR-PCT-IN IS NUMERIC
           AND WS-APPR-PCT-IN > 0
               MOVE WS-APPR-PCT-IN TO WS-APPR-PCT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE (1:4) TO WS-REVIEW-YEAR
           ACCEPT WS-REVIEW-YEAR-IN
              FROM ENVIRONMENT "DB2MERT_REVIEW_YEAR"
           IF WS-REVIEW-YEAR-IN IS NUMERIC
               MOVE WS-REVIEW-YEAR-IN TO WS-REVIEW-YEAR
           END-IF

           ACCEPT WS-EFF-DATE FROM ENVIRONMENT "DB2MERT_EFF_DATE"
           IF WS-EFF-DATE = SPACE
               MOVE WS-RUN-DATE (1:4) TO WS-EFF-YEAR
               ADD 1 TO WS-EFF-YEAR
               STRING WS-EFF-YEAR DELIMITED BY SIZE
                      "-01-01"    DELIMITED BY SIZE
                      INTO WS-EFF-DATE
               END-STRING
           END-IF

           ACCEPT WS-APPROVED-BY
              FROM ENVIRONMENT "DB2MERT_APPROVED_BY"
           IF WS-APPROVED-BY NOT = SPACE
               SET WS-PLAN-APPROVED TO TRUE
           END-IF

           DISPLAY "DB2MERT: MATRIX FILE = " WS-MATRIX-FILE-NAME
           DISPLAY "DB2MERT: REPORT FILE = " WS-REPORT-FILE-NAME
           DISPLAY "DB2MERT: REVIEW YEAR = " WS-REVIEW-YEAR
           DISPLAY "DB2MERT: EFFECTIVE   = " WS-EFF-DATE
           IF WS-PLAN-APPROVED
               DISPLAY "DB2MERT: OUTPUT FILE = " WS-OUTPUT-FILE-NAME
           END-IF
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
               DISPLAY "DB2MERT: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2MERT: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-MERIT-MATRIX SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE WS-MTX-TAB

           OPEN INPUT MATRIX-FILE
           IF NOT WS-MTX-FILE-OK
               DISPLAY "DB2MERT: MATRIX FILE " WS-MATRIX-FILE-NAME
                  " NOT ON FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-MATRIX-RECORD THRU READ-MATRIX-RECORD-EXIT
              UNTIL WS-MTX-EOF
           CLOSE MATRIX-FILE

           DISPLAY "DB2MERT: " WS-MTX-ROWS " MATRIX ROW(S) LOADED"
           .
       LOAD-MERIT-MATRIX-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-MATRIX-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    a second line for the same rating replaces the first
           READ MATRIX-FILE
             AT END
               SET WS-MTX-EOF TO TRUE
               GO TO READ-MATRIX-RECORD-EXIT
           END-READ

           IF MMX-RATING NOT NUMERIC
           OR MMX-RATING < 1 OR MMX-RATING > 5
               DISPLAY "DB2MERT: MATRIX LINE IGNORED - " MATRIX-RECORD
               GO TO READ-MATRIX-RECORD-EXIT
           END-IF

           PERFORM VARYING WS-COL-NO FROM 1 BY 1
              UNTIL WS-COL-NO > 6
               IF MMX-PCT (WS-COL-NO) NOT NUMERIC
                   DISPLAY "DB2MERT: MATRIX LINE IGNORED - "
                      MATRIX-RECORD
                   GO TO READ-MATRIX-RECORD-EXIT
               END-IF
           END-PERFORM

           MOVE MMX-RATING TO WS-RATING-NO
           IF WS-MTX-LOADED-SW (WS-RATING-NO) NOT = 'Y'
               ADD 1 TO WS-MTX-ROWS
           END-IF
           MOVE 'Y' TO WS-MTX-LOADED-SW (WS-RATING-NO)
           PERFORM VARYING WS-COL-NO FROM 1 BY 1
              UNTIL WS-COL-NO > 6
               MOVE MMX-PCT (WS-COL-NO)
                 TO WS-MTX-PCT (WS-RATING-NO WS-COL-NO)
           END-PERFORM
           .
       READ-MATRIX-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BUILD-DEPT-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    the whole DEPARTMENT master in one pass through DB2DEPT's
      *>    set-level cursor; without it the worksheet still runs,
      *>    only the department headings go without a manager
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-OPEN-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF CPY-DEPT-FAIL
               DISPLAY "DB2MERT: DEPARTMENT CURSOR WOULD NOT OPEN -"
                  " NO MANAGERS ON THE WORKSHEET"
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

           IF CPY-DEPT-SUCCESS
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE CPY-DEPTNO   TO WS-DEPT-DEPTNO (WS-DEPT-IDX)
                   MOVE CPY-DEPTNAME TO WS-DEPT-DEPTNAME (WS-DEPT-IDX)
                   MOVE CPY-MGRNO    TO WS-DEPT-MGRNO (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-OVERFLOW TO TRUE
               END-IF
           ELSE
               SET WS-DEPT-EOF TO TRUE
           END-IF
           .
       FETCH-ONE-DEPT-EXIT.
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
               DISPLAY "DB2MERT: EMPLOYEE CURSOR WOULD NOT OPEN"
               SET WS-FETCH-EOF TO TRUE
           ELSE
               PERFORM LOAD-ONE-EMPLOYEE
                  THRU LOAD-ONE-EMPLOYEE-EXIT
                  UNTIL WS-FETCH-EOF

               SET CPY-REC-TRANSACTION TO TRUE
               SET CPY-EMPLOYEE-FETCH-ROW TO TRUE
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
      *>    the file record doubles as the selection record, so the
      *>    fetch operation goes back on before each cursor call
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE
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
           INITIALIZE WS-EMP-ENTRY (WS-EMP-IDX)
           MOVE EXT-EMPNO     TO WS-EMP-EMPNO (WS-EMP-IDX)
           MOVE EXT-LASTNAME  TO WS-EMP-LASTNAME (WS-EMP-IDX)
           MOVE EXT-FIRSTNME  TO WS-EMP-FIRSTNME (WS-EMP-IDX)
           MOVE EXT-WORKDEPT  TO WS-EMP-WORKDEPT (WS-EMP-IDX)
           MOVE EXT-JOB       TO WS-EMP-JOB (WS-EMP-IDX)
           MOVE CPY-FR-SALARY TO WS-EMP-SALARY (WS-EMP-IDX)
           MOVE EXT-SALARY    TO WS-EMP-WHOLE-SAL (WS-EMP-IDX)
           MOVE CPY-FR-BONUS  TO WS-EMP-BONUS (WS-EMP-IDX)
           MOVE CPY-FR-COMM   TO WS-EMP-COMM (WS-EMP-IDX)
           MOVE CPY-FR-ROW    TO WS-EMP-IMAGE (WS-EMP-IDX)

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
      *>    the same placement DB2CMPA prints: below the minimum,
      *>    above the maximum, or the quarter of the min-max width
      *>    the salary falls in (the maximum itself is Q4; a band
      *>    with no width puts everyone on it at Q2)
           MOVE WS-EMP-JOB-SLOT (WS-EMP-IDX) TO WS-MATCH-SLOT

           IF WS-MATCH-SLOT = 0
               MOVE 'N' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO PLACE-IN-BAND-EXIT
           END-IF

           IF WS-JOB-BANDED-SW (WS-MATCH-SLOT) NOT = 'Y'
               MOVE 'N' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO PLACE-IN-BAND-EXIT
           END-IF

           IF WS-EMP-SALARY (WS-EMP-IDX) < WS-JOB-MIN (WS-MATCH-SLOT)
               MOVE 'B' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO PLACE-IN-BAND-EXIT
           END-IF

           IF WS-EMP-SALARY (WS-EMP-IDX)
              > WS-JOB-MAX-SAL (WS-MATCH-SLOT)
               MOVE 'A' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO PLACE-IN-BAND-EXIT
           END-IF

           COMPUTE WS-BAND-WIDTH = WS-JOB-MAX-SAL (WS-MATCH-SLOT)
                                 - WS-JOB-MIN (WS-MATCH-SLOT)
           IF WS-BAND-WIDTH = 0
               MOVE '2' TO WS-EMP-POSITION (WS-EMP-IDX)
               GO TO PLACE-IN-BAND-EXIT
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
       PLACE-IN-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PLAN-ONE-INCREASE SECTION.
      *>------------------------------------------------------------------------
      *>    the rating for the review year comes from DB2PRAT; the
      *>    matrix cell is the rating's row at the band position's
      *>    column (1 below minimum, 2-5 Q1-Q4, 6 above maximum)
           MOVE SPACE TO WS-EMP-RATING (WS-EMP-IDX)
           MOVE 'N'   TO WS-EMP-GATE-SW (WS-EMP-IDX)
           MOVE 0     TO WS-EMP-PCT (WS-EMP-IDX)
           MOVE WS-EMP-SALARY (WS-EMP-IDX)
             TO WS-EMP-NEW-SAL (WS-EMP-IDX)

           INITIALIZE CPY-PERFRATE-REC
           SET CPY-PRAT-SELECT TO TRUE
           MOVE WS-EMP-EMPNO (WS-EMP-IDX) TO CPY-PRAT-EMPNO
           MOVE WS-REVIEW-YEAR            TO CPY-PRAT-YEAR
           CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL

           IF CPY-PRAT-NO-MASTER
               MOVE 'N' TO WS-RATING-STORE-SW
           END-IF
           IF CPY-PRAT-SUCCESS
           AND CPY-PRAT-RATING-VALID
               MOVE CPY-PRAT-RATING TO WS-EMP-RATING (WS-EMP-IDX)
           END-IF

           IF WS-EMP-POSITION (WS-EMP-IDX) = 'N'
               MOVE 'N' TO WS-EMP-PLAN (WS-EMP-IDX)
               ADD 1 TO WS-NOBAND-COUNT
               GO TO PLAN-ONE-INCREASE-EXIT
           END-IF

           IF WS-EMP-RATING (WS-EMP-IDX) = SPACE
               MOVE 'R' TO WS-EMP-PLAN (WS-EMP-IDX)
               ADD 1 TO WS-NORATING-COUNT
               GO TO PLAN-ONE-INCREASE-EXIT
           END-IF

           MOVE WS-EMP-RATING (WS-EMP-IDX) TO WS-RATING-NO
           IF WS-MTX-LOADED-SW (WS-RATING-NO) NOT = 'Y'
               MOVE 'M' TO WS-EMP-PLAN (WS-EMP-IDX)
               ADD 1 TO WS-NOMATRIX-COUNT
               GO TO PLAN-ONE-INCREASE-EXIT
           END-IF

           EVALUATE WS-EMP-POSITION (WS-EMP-IDX)
             WHEN 'B'
               MOVE 1 TO WS-COL-NO
             WHEN 'A'
               MOVE 6 TO WS-COL-NO
             WHEN OTHER
               MOVE WS-EMP-POSITION (WS-EMP-IDX) TO WS-COL-NO
               ADD 1 TO WS-COL-NO
           END-EVALUATE

           MOVE WS-MTX-PCT (WS-RATING-NO WS-COL-NO)
             TO WS-EMP-PCT (WS-EMP-IDX)

           COMPUTE WS-EMP-NEW-SAL (WS-EMP-IDX) ROUNDED =
               WS-EMP-SALARY (WS-EMP-IDX)
             + (WS-EMP-SALARY (WS-EMP-IDX)
                * WS-EMP-PCT (WS-EMP-IDX) / 100)
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-EMP-NEW-SAL (WS-EMP-IDX)
           END-COMPUTE

           IF WS-EMP-NEW-SAL (WS-EMP-IDX)
              NOT > WS-EMP-SALARY (WS-EMP-IDX)
               MOVE 'Z' TO WS-EMP-PLAN (WS-EMP-IDX)
               ADD 1 TO WS-ZERO-COUNT
               GO TO PLAN-ONE-INCREASE-EXIT
           END-IF

           MOVE 'P' TO WS-EMP-PLAN (WS-EMP-IDX)
           ADD 1 TO WS-PLANNED-COUNT

           MOVE WS-EMP-JOB-SLOT (WS-EMP-IDX) TO WS-MATCH-SLOT
           COMPUTE WS-EMP-NEW-COMPA (WS-EMP-IDX) ROUNDED
                 = WS-EMP-NEW-SAL (WS-EMP-IDX)
                 / WS-JOB-MID (WS-MATCH-SLOT)
               ON SIZE ERROR
                   MOVE 9.999 TO WS-EMP-NEW-COMPA (WS-EMP-IDX)
           END-COMPUTE

      *>    DB2CRU1 measures the raise against the whole-unit salary
      *>    the extract carries and holds anything past the policy
      *>    percentage - the same sum here, so the call-out matches
           IF WS-EMP-WHOLE-SAL (WS-EMP-IDX) > 0
               COMPUTE WS-GATE-PCT ROUNDED =
                   (WS-EMP-NEW-SAL (WS-EMP-IDX)
                  - WS-EMP-WHOLE-SAL (WS-EMP-IDX)) * 100
                  / WS-EMP-WHOLE-SAL (WS-EMP-IDX)
               IF WS-GATE-PCT > WS-APPR-PCT
                   MOVE 'Y' TO WS-EMP-GATE-SW (WS-EMP-IDX)
                   ADD 1 TO WS-GATED-COUNT
               END-IF
           END-IF
           .
       PLAN-ONE-INCREASE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-APPROVAL-CALLOUT SECTION.
      *>------------------------------------------------------------------------
      *>    first page: the plan status, then every planned increase
      *>    the driver's second-approval gate will hold, so the
      *>    second signature can be lined up before the file runs
           SET WS-RPT-APPROVALS TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-GATE-SW (WS-EMP-IDX) = 'Y'
                   PERFORM CHECK-PAGE-BREAK
                      THRU CHECK-PAGE-BREAK-EXIT
                   PERFORM FORMAT-WORKSHEET-LINE
                      THRU FORMAT-WORKSHEET-LINE-EXIT
                   MOVE SPACES TO WS-WKL-NOTE
                   STRING "DEPT " DELIMITED BY SIZE
                          WS-EMP-WORKDEPT (WS-EMP-IDX)
                          DELIMITED BY SIZE
                          INTO WS-WKL-NOTE
                   END-STRING
                   MOVE WS-WKS-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-RPT-LINE-COUNT
               END-IF
           END-PERFORM

           IF WS-GATED-COUNT = 0
               MOVE "   NONE - NO PLANNED INCREASE REACHES THE SECOND"
                 TO RPT-LINE
               MOVE "-APPROVAL LIMIT" TO RPT-LINE (50:15)
               WRITE RPT-LINE
           END-IF
           .
       WRITE-APPROVAL-CALLOUT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-WORKSHEET SECTION.
      *>------------------------------------------------------------------------
      *>    everyone, in extract order (WORKDEPT, EMPNO), a heading
      *>    with the manager at each department and a total under it
           SET WS-RPT-WORKSHEET TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE SPACES TO WS-PREV-DEPT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-WORKDEPT (WS-EMP-IDX) NOT = WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT = SPACES
                       PERFORM WRITE-DEPT-TOTAL
                          THRU WRITE-DEPT-TOTAL-EXIT
                   END-IF
                   PERFORM WRITE-DEPT-HEADING
                      THRU WRITE-DEPT-HEADING-EXIT
               END-IF
               MOVE WS-EMP-WORKDEPT (WS-EMP-IDX) TO WS-PREV-DEPT
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

               PERFORM FORMAT-WORKSHEET-LINE
                  THRU FORMAT-WORKSHEET-LINE-EXIT
               MOVE WS-WKS-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT

               ADD 1 TO WS-DPT-HEADS
               ADD WS-EMP-SALARY (WS-EMP-IDX)  TO WS-DPT-OLD-TOTAL
               ADD WS-EMP-NEW-SAL (WS-EMP-IDX) TO WS-DPT-NEW-TOTAL
               IF WS-EMP-PLAN (WS-EMP-IDX) = 'P'
                   ADD 1 TO WS-DPT-PLANNED
               END-IF
           END-PERFORM

           IF WS-PREV-DEPT NOT = SPACES
               PERFORM WRITE-DEPT-TOTAL THRU WRITE-DEPT-TOTAL-EXIT
           END-IF

      *>    the company line
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CO-HEADS     TO WS-DST-HEADS
           MOVE WS-CO-PLANNED   TO WS-DST-PLANNED
           MOVE WS-CO-OLD-TOTAL TO WS-DST-OLD
           MOVE WS-CO-NEW-TOTAL TO WS-DST-NEW
           COMPUTE WS-COST-DELTA = WS-CO-NEW-TOTAL - WS-CO-OLD-TOTAL
           MOVE WS-COST-DELTA   TO WS-DST-COST
           MOVE WS-DST-LINE TO RPT-LINE
           MOVE "  ALL DEPTS   " TO RPT-LINE (1:14)
           WRITE RPT-LINE
           .
       WRITE-WORKSHEET-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-HEADING SECTION.
      *>------------------------------------------------------------------------
      *>    the manager is the department's MGRNO, named from the
      *>    population when they are on it
           IF WS-RPT-LINE-COUNT + 4 > WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-DEPT-DEPTNO (WS-SCAN-IDX)
                  = WS-EMP-WORKDEPT (WS-EMP-IDX)
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           IF WS-MATCH-SLOT = 0
               STRING "DEPARTMENT " DELIMITED BY SIZE
                      WS-EMP-WORKDEPT (WS-EMP-IDX) DELIMITED BY SIZE
                      "  (NOT ON THE DEPARTMENT MASTER)"
                      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE WS-DEPT-MGRNO (WS-MATCH-SLOT) TO WS-LOOKUP-EMPNO
               PERFORM FIND-MANAGER-NAME THRU FIND-MANAGER-NAME-EXIT
               STRING "DEPARTMENT " DELIMITED BY SIZE
                      WS-EMP-WORKDEPT (WS-EMP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DEPT-DEPTNAME (WS-MATCH-SLOT)
                      DELIMITED BY SIZE
                      "  MANAGER: " DELIMITED BY SIZE
                      WS-LOOKUP-EMPNO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MGR-NAME DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF

           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT

           MOVE 0 TO WS-DPT-HEADS WS-DPT-PLANNED
           MOVE 0 TO WS-DPT-OLD-TOTAL WS-DPT-NEW-TOTAL
           .
       WRITE-DEPT-HEADING-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-MANAGER-NAME SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO WS-MGR-NAME
           IF WS-LOOKUP-EMPNO = SPACES
               MOVE "(NONE ON FILE)" TO WS-MGR-NAME
               GO TO FIND-MANAGER-NAME-EXIT
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-EMP-COUNT
                 OR WS-MGR-NAME NOT = SPACES
               IF WS-EMP-EMPNO (WS-SCAN-IDX) = WS-LOOKUP-EMPNO
                   STRING WS-EMP-LASTNAME (WS-SCAN-IDX)
                          DELIMITED BY SPACE
                          ", " DELIMITED BY SIZE
                          WS-EMP-FIRSTNME (WS-SCAN-IDX)
                          DELIMITED BY SPACE
                          INTO WS-MGR-NAME
                   END-STRING
               END-IF
           END-PERFORM
           .
       FIND-MANAGER-NAME-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-TOTAL SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-DPT-HEADS     TO WS-DST-HEADS
           MOVE WS-DPT-PLANNED   TO WS-DST-PLANNED
           MOVE WS-DPT-OLD-TOTAL TO WS-DST-OLD
           MOVE WS-DPT-NEW-TOTAL TO WS-DST-NEW
           COMPUTE WS-COST-DELTA = WS-DPT-NEW-TOTAL - WS-DPT-OLD-TOTAL
           MOVE WS-COST-DELTA    TO WS-DST-COST

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DST-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 3 TO WS-RPT-LINE-COUNT

           ADD WS-DPT-HEADS     TO WS-CO-HEADS
           ADD WS-DPT-PLANNED   TO WS-CO-PLANNED
           ADD WS-DPT-OLD-TOTAL TO WS-CO-OLD-TOTAL
           ADD WS-DPT-NEW-TOTAL TO WS-CO-NEW-TOTAL
           .
       WRITE-DEPT-TOTAL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FORMAT-WORKSHEET-LINE SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO WS-WKS-LINE
           MOVE WS-EMP-EMPNO (WS-EMP-IDX) TO WS-WKL-EMPNO
           STRING WS-EMP-LASTNAME (WS-EMP-IDX) DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-EMP-FIRSTNME (WS-EMP-IDX) DELIMITED BY SPACE
                  INTO WS-WKL-NAME
           END-STRING
           MOVE WS-EMP-JOB (WS-EMP-IDX)    TO WS-WKL-JOB
           MOVE WS-EMP-RATING (WS-EMP-IDX) TO WS-WKL-RATING
           EVALUATE WS-EMP-POSITION (WS-EMP-IDX)
             WHEN 'B'
               MOVE "BELOW" TO WS-WKL-POS
             WHEN 'A'
               MOVE "ABOVE" TO WS-WKL-POS
             WHEN 'N'
               MOVE "NONE"  TO WS-WKL-POS
             WHEN OTHER
               STRING "Q" DELIMITED BY SIZE
                      WS-EMP-POSITION (WS-EMP-IDX) DELIMITED BY SIZE
                      INTO WS-WKL-POS
               END-STRING
           END-EVALUATE
           MOVE WS-EMP-SALARY (WS-EMP-IDX) TO WS-WKL-SALARY

           IF WS-EMP-PLAN (WS-EMP-IDX) = 'P'
               MOVE WS-EMP-PCT (WS-EMP-IDX) TO WS-WKL-PCT
               COMPUTE WS-INCREASE = WS-EMP-NEW-SAL (WS-EMP-IDX)
                                   - WS-EMP-SALARY (WS-EMP-IDX)
               MOVE WS-INCREASE TO WS-WKL-INCREASE
               MOVE WS-EMP-NEW-SAL (WS-EMP-IDX) TO WS-WKL-NEW-SAL
               MOVE WS-EMP-NEW-COMPA (WS-EMP-IDX) TO WS-WKL-NEW-COMPA
           END-IF

           EVALUATE TRUE
             WHEN WS-EMP-PLAN (WS-EMP-IDX) = 'N'
               MOVE "NO BAND - NOT PLANNED" TO WS-WKL-NOTE
             WHEN WS-EMP-PLAN (WS-EMP-IDX) = 'R'
               MOVE "NO RATING - NOT PLANNED" TO WS-WKL-NOTE
             WHEN WS-EMP-PLAN (WS-EMP-IDX) = 'M'
               MOVE "RATING NOT IN MATRIX" TO WS-WKL-NOTE
             WHEN WS-EMP-PLAN (WS-EMP-IDX) = 'Z'
               MOVE "NO INCREASE AT MATRIX" TO WS-WKL-NOTE
             WHEN WS-EMP-GATE-SW (WS-EMP-IDX) = 'Y'
               MOVE "** SECOND APPROVAL **" TO WS-WKL-NOTE
             WHEN WS-EMP-NEW-SAL (WS-EMP-IDX)
                  > WS-JOB-MAX-SAL (WS-EMP-JOB-SLOT (WS-EMP-IDX))
               MOVE "ABOVE BAND MAX AFTER" TO WS-WKL-NOTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       FORMAT-WORKSHEET-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-TRANSACTION-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    a full 'U' transaction per planned increase, every row
      *>    field carried from the current row so the update changes
      *>    only the salary; bonus and commission keep their cents,
      *>    and the effective date rides in CPY-HIREDATE-TO for the
      *>    driver's hold machinery
           OPEN OUTPUT OUTPUT-FILE

           INITIALIZE CPY-EMPLOYEE
           MOVE 'HD'        TO CPY-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO CPY-HDR-RUN-DATE
           WRITE CPY-EMPLOYEE

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-PLAN (WS-EMP-IDX) = 'P'
                   MOVE WS-EMP-IMAGE (WS-EMP-IDX) TO EXT-EMPLOYEE-REC
                   INITIALIZE CPY-EMPLOYEE
                   SET CPY-REC-TRANSACTION TO TRUE
                   SET CPY-EMPLOYEE-UPDATE TO TRUE
                   MOVE EXT-EMPNO     TO CPY-EMPNO
                   MOVE EXT-FIRSTNME  TO CPY-FIRSTNME
                   MOVE EXT-MIDINIT   TO CPY-MIDINIT
                   MOVE EXT-LASTNAME  TO CPY-LASTNAME
                   MOVE EXT-WORKDEPT  TO CPY-WORKDEPT
                   MOVE EXT-PHONENO   TO CPY-PHONENO
                   MOVE EXT-HIREDATE  TO CPY-HIREDATE
                   MOVE EXT-JOB       TO CPY-JOB
                   MOVE EXT-EDLEVEL   TO CPY-EDLEVEL
                   MOVE EXT-SEX       TO CPY-SEX
                   MOVE EXT-BIRTHDATE TO CPY-BIRTHDATE
                   MOVE WS-EMP-NEW-SAL (WS-EMP-IDX) TO CPY-SALARY
                   MOVE WS-EMP-BONUS (WS-EMP-IDX)   TO CPY-BONUS
                   MOVE WS-EMP-COMM (WS-EMP-IDX)    TO CPY-COMM
                   MOVE WS-EFF-DATE   TO CPY-HIREDATE-TO
                   SET CPY-PROV-MERIT-PLAN TO TRUE
                   MOVE 'DB2MERT'   TO CPY-PROV-PGM
                   MOVE WS-RUN-DATE TO CPY-PROV-RUN-DATE
                   WRITE CPY-EMPLOYEE
                   ADD 1 TO WS-OUT-TOTAL
               END-IF
           END-PERFORM

           INITIALIZE CPY-EMPLOYEE
           MOVE 'TR'         TO CPY-TRL-REC-TYPE
           MOVE WS-OUT-TOTAL TO CPY-TRL-TOTAL-COUNT
           MOVE 0            TO CPY-TRL-ADD-COUNT
           MOVE WS-OUT-TOTAL TO CPY-TRL-UPDATE-COUNT
           MOVE 0            TO CPY-TRL-DELETE-COUNT
           MOVE 0            TO CPY-TRL-SELECT-COUNT
           WRITE CPY-EMPLOYEE

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
      *>    both parts start their own page under their own title;
      *>    every page carries the plan status so a draft page cannot
      *>    pass for an approved one
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE
           MOVE WS-REVIEW-YEAR TO WS-PHL-REVIEW-YEAR

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-PSL-TEXT
           IF WS-PLAN-APPROVED
               STRING "APPROVED BY " DELIMITED BY SIZE
                      WS-APPROVED-BY DELIMITED BY SPACE
                      " - DB2CRU1 INPUT WRITTEN" DELIMITED BY SIZE
                      INTO WS-PSL-TEXT
               END-STRING
           ELSE
               MOVE "DRAFT - NOT APPROVED, NO TRANSACTION FILE WRITTEN"
                 TO WS-PSL-TEXT
           END-IF
           MOVE WS-EFF-DATE TO WS-PSL-EFF-DATE
           MOVE WS-PLAN-STATUS-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-RPT-APPROVALS
               STRING "INCREASES NEEDING SECOND APPROVAL - OVER "
                      DELIMITED BY SIZE
                      WS-APPR-PCT DELIMITED BY SIZE
                      " PCT; DB2CRU1 HOLDS THESE UNTIL RELEASED"
                      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "REVIEW WORKSHEET BY DEPARTMENT" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE WS-WKS-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2MERT.

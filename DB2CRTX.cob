      *>************************************************************************
      *>  SAMPLE CERTIFICATION EXPIRY REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CRTX.cob
      *>
      *> Purpose:      Monthly report of licences and certifications
      *>               running out, and of jobs held without the
      *>               certifications they require
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the certification store DB2CERT keeps and
      *>                 lists, department by department with the
      *>                 department's manager, every certification
      *>                 already expired or expiring in the next 30, 60
      *>                 or 90 days, with a count per band under each
      *>                 department and for the company
      *>               - for every certification code whose reference
      *>                 entry (DB2CRTC) names the jobs requiring it,
      *>                 lists job by job everyone holding such a job
      *>                 who does not hold the certification, or holds
      *>                 it only expired
      *>               - certifications still on the store for an EMPNO
      *>                 no longer on EMPLOYEE, or for a code not on the
      *>                 reference, are listed as exceptions
      *>               - names, departments and jobs come back through
      *>                 DB2FETCH's called row-interface; each
      *>                 department's manager through DB2DEPT's set-
      *>                 level cursor
      *>               - anything expired, missing or in exception ends
      *>                 the run with a warning condition code
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the certification store is now an indexed file
      *>              (default certs.dat) with its layout in the shared
      *>              CRTDB2CO.cpy copybook; the report reads it in key
      *>              order.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CRTX.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-CERT-FILE-STATUS.

        SELECT CRTC-FILE ASSIGN TO WS-CRTC-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRTC-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the certification store DB2CERT maintains
       FD CERT-FILE.
        COPY "CRTDB2CO.cpy".

      *> the certification-code reference DB2CRTC maintains
       FD CRTC-FILE.
       01 CRTC-RECORD.
           05 CRTC-CODE             PIC X(8).
           05 FILLER                PIC X(1).
           05 CRTC-DESC             PIC X(30).
           05 FILLER                PIC X(1).
           05 CRTC-ISSUER           PIC X(30).
           05 FILLER                PIC X(1).
           05 CRTC-VALID-MONTHS     PIC 9(3).
           05 CRTC-REQ-ENTRY OCCURS 5 TIMES.
              10 FILLER             PIC X(1).
              10 CRTC-REQ-JOB       PIC X(8).

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
      *> DB2CERT's and DB2CRTC's own defaults and override variables
        01 WS-CERT-FILE-NAME     PIC X(100) VALUE 'certs.dat'.
        01 WS-CRTC-FILE-NAME     PIC X(100) VALUE 'certcode.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'certexp.txt'.

        01 WS-CERT-FILE-STATUS   PIC XX.
           88 WS-CERT-FILE-OK        VALUE '00'.
        01 WS-CRTC-FILE-STATUS   PIC XX.
           88 WS-CRTC-FILE-OK        VALUE '00'.
        01 WS-CERT-EOF-SW        PIC X VALUE 'N'.
           88 WS-CERT-EOF            VALUE 'Y'.
        01 WS-CRTC-EOF-SW        PIC X VALUE 'N'.
           88 WS-CRTC-EOF            VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-DEPT-EOF-SW        PIC X VALUE 'N'.
           88 WS-DEPT-EOF            VALUE 'Y'.
        01 WS-LOAD-FAILED-SW     PIC X VALUE 'N'.
           88 WS-LOAD-FAILED         VALUE 'Y'.
        01 WS-NO-REFERENCE-SW    PIC X VALUE 'N'.
           88 WS-NO-REFERENCE        VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> the date the report looks forward from - DB2CRTX_AS_OF
      *> (YYYYMMDD), today when not given
        01 WS-AS-OF-DATE         PIC 9(8) VALUE 0.
        01 WS-AS-OF-IN           PIC X(8) VALUE SPACES.
        01 WS-TODAY-YYYY         PIC 9(4).
        01 WS-TODAY-MM           PIC 9(2).
        01 WS-TODAY-DD           PIC 9(2).
        01 WS-EXP-YYYY           PIC 9(4).
        01 WS-EXP-MM             PIC 9(2).
        01 WS-EXP-DD             PIC 9(2).
      *> calendar-rough day count (years at 365, months at 30), the
      *> same reckoning the leave-return monitor uses; negative once
      *> the expiry date has passed
        01 WS-DAYS-LEFT          PIC S9(7) VALUE 0.
      *> how far ahead the expiry list looks, in 30-day bands
        01 WS-WINDOW-DAYS        PIC 9(3) VALUE 90.

      *> the certification-code reference
        01 WS-CODE-COUNT         PIC 9(4) VALUE 0.
        01 WS-CODE-MAX           PIC 9(4) VALUE 500.
        01 WS-CODE-TAB.
           05 WS-CODE-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CODE-IDX.
              10 WS-CODE-CODE       PIC X(8).
              10 WS-CODE-DESC       PIC X(30).
              10 WS-CODE-REQ-JOB    PIC X(8) OCCURS 5 TIMES.

      *> every certification on the store
        01 WS-CERT-COUNT         PIC 9(5) VALUE 0.
        01 WS-CERT-MAX           PIC 9(5) VALUE 30000.
        01 WS-CERT-TAB.
           05 WS-CERT-ENTRY OCCURS 30000 TIMES
                            INDEXED BY WS-CERT-IDX.
              10 WS-CERT-EMPNO      PIC X(6).
              10 WS-CERT-CODE       PIC X(8).
              10 WS-CERT-EXPIRES    PIC 9(8).

      *> the current population
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-EMPNO       PIC X(6).
              10 WS-EMP-NAME        PIC X(28).
              10 WS-EMP-DEPT        PIC X(3).
              10 WS-EMP-JOB         PIC X(8).

      *> DEPARTMENT's manager per DEPTNO
        01 WS-DEPT-COUNT         PIC 9(4) VALUE 0.
        01 WS-DEPT-MAX           PIC 9(4) VALUE 1000.
        01 WS-DEPT-TAB.
           05 WS-DEPT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DEPT-IDX.
              10 WS-DEPT-DEPTNO     PIC X(3).
              10 WS-DEPT-MGRNO      PIC X(6).

      *> the certifications to list by department; BAND is E(xpired)
      *> or 1/2/3 for within 30/60/90 days
        01 WS-ITM-COUNT          PIC 9(5) VALUE 0.
        01 WS-ITM-MAX            PIC 9(5) VALUE 5000.
        01 WS-ITM-TAB.
           05 WS-ITM-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-ITM-IDX.
              10 WS-ITM-BAND        PIC X(1).
              10 WS-ITM-EMPNO       PIC X(6).
              10 WS-ITM-NAME        PIC X(28).
              10 WS-ITM-DEPT        PIC X(3).
              10 WS-ITM-CODE        PIC X(8).
              10 WS-ITM-EXPIRES     PIC 9(8).
              10 WS-ITM-DAYS        PIC S9(7).

      *> the people missing a certification their job requires;
      *> EXPIRES is the date the one they hold ran out, zero when
      *> they never held it
        01 WS-MIS-COUNT          PIC 9(5) VALUE 0.
        01 WS-MIS-MAX            PIC 9(5) VALUE 5000.
        01 WS-MIS-TAB.
           05 WS-MIS-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-MIS-IDX.
              10 WS-MIS-JOB         PIC X(8).
              10 WS-MIS-CODE        PIC X(8).
              10 WS-MIS-EMPNO       PIC X(6).
              10 WS-MIS-NAME        PIC X(28).
              10 WS-MIS-DEPT        PIC X(3).
              10 WS-MIS-EXPIRES     PIC 9(8).

      *> the exceptions: kind N = EMPNO not on EMPLOYEE, C = code not
      *> on the reference
        01 WS-EXC-COUNT          PIC 9(5) VALUE 0.
        01 WS-EXC-MAX            PIC 9(5) VALUE 2000.
        01 WS-EXC-TAB.
           05 WS-EXC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-EXC-IDX.
              10 WS-EXC-KIND        PIC X(1).
              10 WS-EXC-EMPNO       PIC X(6).
              10 WS-EXC-CODE        PIC X(8).
              10 WS-EXC-EXPIRES     PIC 9(8).
        01 WS-EXC-NEW-KIND       PIC X(1).

      *> the departments with someone listed, kept in DEPTNO order,
      *> and the jobs with someone missing, kept in JOB order
        01 WS-DPT-COUNT          PIC 9(4) VALUE 0.
        01 WS-DPT-MAX            PIC 9(4) VALUE 500.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
        01 WS-JBL-COUNT          PIC 9(4) VALUE 0.
        01 WS-JBL-MAX            PIC 9(4) VALUE 500.
        01 WS-JBL-TAB.
           05 WS-JBL-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-JBL-IDX.
              10 WS-JBL-JOB         PIC X(8).
        01 WS-INSERT-SLOT        PIC 9(4) VALUE 0.
        01 WS-SHIFT-SLOT         PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND               VALUE 'Y'.

        01 WS-TABLE-OVERFLOW-SW  PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW      VALUE 'Y'.

        01 WS-REQ-IDX            PIC 9(1) VALUE 0.
        01 WS-HELD-SW            PIC X VALUE 'N'.
           88 WS-HELD-CURRENT        VALUE 'C'.
           88 WS-HELD-EXPIRED        VALUE 'E'.
           88 WS-NOT-HELD            VALUE 'N'.
        01 WS-HELD-EXPIRES       PIC 9(8) VALUE 0.
        01 WS-LOOKUP-EMPNO       PIC X(6).
        01 WS-LOOKUP-NAME        PIC X(28).
        01 WS-LIST-BAND          PIC X(1).

      *> counts per band: expired, 30, 60, 90 days - for the
      *> department being written and for the company
        01 WS-DPT-BAND-COUNTS.
           05 WS-DPT-BAND-CNT    PIC 9(5) OCCURS 4 TIMES.
        01 WS-CO-BAND-COUNTS.
           05 WS-CO-BAND-CNT     PIC 9(5) OCCURS 4 TIMES.
        01 WS-BAND-SUB           PIC 9(1) VALUE 0.
        01 WS-DPT-LISTED         PIC 9(5) VALUE 0.

        01 WS-CERT-READ          PIC 9(5) VALUE 0.
        01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
        01 WS-EXPIRING-COUNT     PIC 9(5) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2CRTX - CERTIFICATION EXPIRY REPORT  ".
           05 FILLER                PIC X(06) VALUE "AS OF ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(56) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-SECTION-LINE.
           05 WS-SECT-TITLE         PIC X(132).

        01 WS-COLUMN-HDG-LINE.
           05 WS-COL-HDG            PIC X(132).

        01 WS-EXPIRY-HDG.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "CERT".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(10) VALUE "DAYS LEFT".
           05 FILLER PIC X(26) VALUE "BAND".

        01 WS-MISSING-HDG.
           05 FILLER PIC X(10) VALUE "JOB".
           05 FILLER PIC X(10) VALUE "CERT".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(36) VALUE "STATE".

        01 WS-EXCEPT-HDG.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(10) VALUE "CERT".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(104) VALUE "EXCEPTION".

        01 WS-DEPT-HEAD-LINE.
           05 FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05 WS-DHL-DEPT           PIC X(3).
           05 FILLER                PIC X(12) VALUE "  MANAGER : ".
           05 WS-DHL-MGRNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DHL-MGR-NAME       PIC X(28).
           05 FILLER                PIC X(70) VALUE SPACES.

        01 WS-EXPIRY-LINE.
           05 WS-EXL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EXL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-CODE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-DESC           PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-EXPIRES        PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXL-DAYS           PIC ------9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EXL-BAND           PIC X(10).
           05 FILLER                PIC X(16) VALUE SPACES.

        01 WS-DEPT-TOTAL-LINE.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 WS-DTT-LABEL          PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "EXPIRED : ".
           05 WS-DTT-EXPIRED        PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "   30 D : ".
           05 WS-DTT-30             PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "   60 D : ".
           05 WS-DTT-60             PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "   90 D : ".
           05 WS-DTT-90             PIC ZZZZ9.
           05 FILLER                PIC X(50) VALUE SPACES.

        01 WS-MISSING-LINE.
           05 WS-MSL-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-CODE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-DESC           PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-MSL-STATE          PIC X(36).

        01 WS-JOB-TOTAL-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "JOB TOTAL ".
           05 WS-JTT-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE ": ".
           05 WS-JTT-COUNT          PIC ZZZZ9.
           05 FILLER                PIC X(97) VALUE SPACES.

        01 WS-EXCEPT-LINE.
           05 WS-XCL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-XCL-CODE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-XCL-EXPIRES        PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-XCL-TEXT           PIC X(104).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CRTX SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CRTX: INSIDE CERTIFICATION EXPIRY REPORT"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-CODES THRU LOAD-CODES-EXIT
           PERFORM LOAD-CERTS THRU LOAD-CERTS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2CRTX: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CRTX: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-DEPT-TABLE THRU BUILD-DEPT-TABLE-EXIT

           IF NOT WS-LOAD-FAILED
               PERFORM LOAD-EMPLOYEES THRU LOAD-EMPLOYEES-EXIT
           END-IF

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-LOAD-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
              UNTIL WS-CERT-IDX > WS-CERT-COUNT
               PERFORM PLACE-ONE-CERT THRU PLACE-ONE-CERT-EXIT
           END-PERFORM

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM CHECK-REQUIRED-CERTS
                  THRU CHECK-REQUIRED-CERTS-EXIT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-EXPIRY-LIST THRU WRITE-EXPIRY-LIST-EXIT
           PERFORM WRITE-MISSING-LIST THRU WRITE-MISSING-LIST-EXIT
           PERFORM WRITE-EXCEPTION-LIST THRU WRITE-EXCEPTION-LIST-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2CRTX: ====== CERTIFICATION EXPIRY SUMMARY ======"
           DISPLAY "DB2CRTX: CERTIFICATIONS READ  : " WS-CERT-READ
           DISPLAY "DB2CRTX: ALREADY EXPIRED      : " WS-EXPIRED-COUNT
           DISPLAY "DB2CRTX: EXPIRING IN " WS-WINDOW-DAYS
              " DAYS  : " WS-EXPIRING-COUNT
           DISPLAY "DB2CRTX: REQUIRED BUT MISSING : " WS-MIS-COUNT
           DISPLAY "DB2CRTX: EXCEPTIONS           : " WS-EXC-COUNT
           DISPLAY "DB2CRTX: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2CRTX: ======================================="

           IF WS-EXPIRED-COUNT > 0
           OR WS-MIS-COUNT > 0
           OR WS-EXC-COUNT > 0
           OR WS-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2CRTX: EXITING CERTIFICATION EXPIRY REPORT"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2CRTX-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-CERT-FILE-NAME
              FROM ENVIRONMENT "DB2CERT_MASTER_FILE"
           IF WS-CERT-FILE-NAME = SPACE
               MOVE 'certs.dat' TO WS-CERT-FILE-NAME
           END-IF

           ACCEPT WS-CRTC-FILE-NAME
              FROM ENVIRONMENT "DB2CRTC_MASTER_FILE"
           IF WS-CRTC-FILE-NAME = SPACE
               MOVE 'certcode.txt' TO WS-CRTC-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2CRTX_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'certexp.txt' TO WS-REPORT-FILE-NAME
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

           ACCEPT WS-AS-OF-IN FROM ENVIRONMENT "DB2CRTX_AS_OF"
           IF WS-AS-OF-IN IS NUMERIC
               MOVE WS-AS-OF-IN TO WS-AS-OF-DATE
           ELSE
               IF WS-AS-OF-IN NOT = SPACES
                   DISPLAY "DB2CRTX: DB2CRTX_AS_OF " WS-AS-OF-IN
                      " IS NOT YYYYMMDD - TODAY IS USED"
               END-IF
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-AS-OF-DATE (1:4) TO WS-TODAY-YYYY
           MOVE WS-AS-OF-DATE (5:2) TO WS-TODAY-MM
           MOVE WS-AS-OF-DATE (7:2) TO WS-TODAY-DD

           DISPLAY "DB2CRTX: CERTIFICATION STORE = " WS-CERT-FILE-NAME
           DISPLAY "DB2CRTX: CODE REFERENCE      = " WS-CRTC-FILE-NAME
           DISPLAY "DB2CRTX: REPORT FILE         = "
              WS-REPORT-FILE-NAME
           DISPLAY "DB2CRTX: AS OF               = " WS-AS-OF-DATE
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
               DISPLAY "DB2CRTX: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CRTX: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CODES SECTION.
      *>------------------------------------------------------------------------
      *>    without a reference there are no required certifications
      *>    to check and no descriptions - the expiry list still runs
           OPEN INPUT CRTC-FILE
           IF NOT WS-CRTC-FILE-OK
               DISPLAY "DB2CRTX: CODE REFERENCE " WS-CRTC-FILE-NAME
                  " NOT ON FILE - NO REQUIRED CERTIFICATIONS CHECKED"
               SET WS-NO-REFERENCE TO TRUE
               GO TO LOAD-CODES-EXIT
           END-IF

           PERFORM READ-CODE-RECORD THRU READ-CODE-RECORD-EXIT
              UNTIL WS-CRTC-EOF
           CLOSE CRTC-FILE
           .
       LOAD-CODES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CODE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CRTC-FILE
             AT END
               SET WS-CRTC-EOF TO TRUE
               GO TO READ-CODE-RECORD-EXIT
           END-READ

           IF WS-CODE-COUNT >= WS-CODE-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** CODE REFERENCE EXCEEDS THE "
                      WS-CODE-MAX "-ENTRY TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-CODE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CODE-COUNT
           SET WS-CODE-IDX TO WS-CODE-COUNT
           MOVE CRTC-CODE TO WS-CODE-CODE (WS-CODE-IDX)
           MOVE CRTC-DESC TO WS-CODE-DESC (WS-CODE-IDX)
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
              UNTIL WS-REQ-IDX > 5
               MOVE CRTC-REQ-JOB (WS-REQ-IDX)
                 TO WS-CODE-REQ-JOB (WS-CODE-IDX, WS-REQ-IDX)
           END-PERFORM
           .
       READ-CODE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CERTS SECTION.
      *>------------------------------------------------------------------------
      *>    a shop with no certification store has nothing expiring,
      *>    and everyone in a job that requires one is missing it
           OPEN INPUT CERT-FILE
           IF NOT WS-CERT-FILE-OK
               DISPLAY "DB2CRTX: CERTIFICATION STORE " WS-CERT-FILE-NAME
                  " NOT ON FILE - NOTHING IS HELD"
               GO TO LOAD-CERTS-EXIT
           END-IF

           PERFORM READ-CERT-RECORD THRU READ-CERT-RECORD-EXIT
              UNTIL WS-CERT-EOF
           CLOSE CERT-FILE
           .
       LOAD-CERTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CERT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CERT-FILE
             AT END
               SET WS-CERT-EOF TO TRUE
               GO TO READ-CERT-RECORD-EXIT
           END-READ

           ADD 1 TO WS-CERT-READ

           IF WS-CERT-COUNT >= WS-CERT-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** CERTIFICATION STORE EXCEEDS"
                      " THE " WS-CERT-MAX "-ENTRY TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-CERT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CERT-COUNT
           SET WS-CERT-IDX TO WS-CERT-COUNT
           MOVE CERT-EMPNO TO WS-CERT-EMPNO (WS-CERT-IDX)
           MOVE CERT-CODE  TO WS-CERT-CODE (WS-CERT-IDX)
           IF CERT-EXPIRY-DATE IS NUMERIC
               MOVE CERT-EXPIRY-DATE TO WS-CERT-EXPIRES (WS-CERT-IDX)
           ELSE
               MOVE 0 TO WS-CERT-EXPIRES (WS-CERT-IDX)
           END-IF
           .
       READ-CERT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BUILD-DEPT-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    the whole DEPARTMENT master in one pass through DB2DEPT's
      *>    set-level cursor, for each department's manager
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-OPEN-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF CPY-DEPT-FAIL
               DISPLAY "DB2CRTX: *** DEPARTMENT CURSOR WOULD NOT"
                  " OPEN - NO REPORT THIS RUN ***"
               SET WS-LOAD-FAILED TO TRUE
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
                   DISPLAY "DB2CRTX: *** DEPARTMENT EXCEEDS THE "
                      WS-DEPT-MAX "-ENTRY TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO FETCH-ONE-DEPT-EXIT
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           SET WS-DEPT-IDX TO WS-DEPT-COUNT
           MOVE CPY-DEPTNO TO WS-DEPT-DEPTNO (WS-DEPT-IDX)
           MOVE CPY-MGRNO  TO WS-DEPT-MGRNO (WS-DEPT-IDX)
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
               DISPLAY "DB2CRTX: *** EMPLOYEE CURSOR WOULD NOT OPEN"
                  " - NO REPORT THIS RUN ***"
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
                   DISPLAY "DB2CRTX: *** EMPLOYEE EXCEEDS THE "
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
           MOVE EXT-JOB      TO WS-EMP-JOB (WS-EMP-IDX)
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
       PLACE-ONE-CERT SECTION.
      *>------------------------------------------------------------------------
      *>    the certification at WS-CERT-IDX: an exception when its
      *>    holder or its code is unknown, otherwise listed under the
      *>    holder's department when already expired or expiring
      *>    inside the window. An expiry of zero never runs out.
           IF NOT WS-NO-REFERENCE
               PERFORM FIND-CODE THRU FIND-CODE-EXIT
               IF NOT WS-FOUND
                   MOVE 'C' TO WS-EXC-NEW-KIND
                   PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
               END-IF
           END-IF

           MOVE WS-CERT-EMPNO (WS-CERT-IDX) TO WS-LOOKUP-EMPNO
           PERFORM FIND-EMPLOYEE THRU FIND-EMPLOYEE-EXIT
           IF NOT WS-FOUND
               MOVE 'N' TO WS-EXC-NEW-KIND
               PERFORM ADD-EXCEPTION THRU ADD-EXCEPTION-EXIT
               GO TO PLACE-ONE-CERT-EXIT
           END-IF

           IF WS-CERT-EXPIRES (WS-CERT-IDX) = 0
               GO TO PLACE-ONE-CERT-EXIT
           END-IF

           MOVE WS-CERT-EXPIRES (WS-CERT-IDX) (1:4) TO WS-EXP-YYYY
           MOVE WS-CERT-EXPIRES (WS-CERT-IDX) (5:2) TO WS-EXP-MM
           MOVE WS-CERT-EXPIRES (WS-CERT-IDX) (7:2) TO WS-EXP-DD
           COMPUTE WS-DAYS-LEFT =
               (WS-EXP-YYYY - WS-TODAY-YYYY) * 365
             + (WS-EXP-MM   - WS-TODAY-MM)   * 30
             + (WS-EXP-DD   - WS-TODAY-DD)

           IF WS-CERT-EXPIRES (WS-CERT-IDX) >= WS-AS-OF-DATE
           AND WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO PLACE-ONE-CERT-EXIT
           END-IF

           IF WS-ITM-COUNT >= WS-ITM-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** MORE THAN " WS-ITM-MAX
                      " CERTIFICATIONS TO LIST - THE REST ARE LEFT"
                      " OFF ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO PLACE-ONE-CERT-EXIT
           END-IF

           ADD 1 TO WS-ITM-COUNT
           SET WS-ITM-IDX TO WS-ITM-COUNT
           MOVE WS-CERT-EMPNO (WS-CERT-IDX) TO WS-ITM-EMPNO (WS-ITM-IDX)
           MOVE WS-CERT-CODE (WS-CERT-IDX)  TO WS-ITM-CODE (WS-ITM-IDX)
           MOVE WS-CERT-EXPIRES (WS-CERT-IDX)
             TO WS-ITM-EXPIRES (WS-ITM-IDX)
           MOVE WS-EMP-NAME (WS-EMP-IDX)    TO WS-ITM-NAME (WS-ITM-IDX)
           MOVE WS-EMP-DEPT (WS-EMP-IDX)    TO WS-ITM-DEPT (WS-ITM-IDX)
           MOVE WS-DAYS-LEFT                TO WS-ITM-DAYS (WS-ITM-IDX)

           EVALUATE TRUE
             WHEN WS-CERT-EXPIRES (WS-CERT-IDX) < WS-AS-OF-DATE
               MOVE 'E' TO WS-ITM-BAND (WS-ITM-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
             WHEN WS-DAYS-LEFT <= 30
               MOVE '1' TO WS-ITM-BAND (WS-ITM-IDX)
               ADD 1 TO WS-EXPIRING-COUNT
             WHEN WS-DAYS-LEFT <= 60
               MOVE '2' TO WS-ITM-BAND (WS-ITM-IDX)
               ADD 1 TO WS-EXPIRING-COUNT
             WHEN OTHER
               MOVE '3' TO WS-ITM-BAND (WS-ITM-IDX)
               ADD 1 TO WS-EXPIRING-COUNT
           END-EVALUATE

           MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-LOOKUP-DEPT
           PERFORM ADD-DEPT-IN-ORDER THRU ADD-DEPT-IN-ORDER-EXIT
           .
       PLACE-ONE-CERT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-EXCEPTION SECTION.
      *>------------------------------------------------------------------------
      *>    the certification at WS-CERT-IDX, as WS-EXC-NEW-KIND
           IF WS-EXC-COUNT >= WS-EXC-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** MORE THAN " WS-EXC-MAX
                      " EXCEPTIONS - THE REST ARE LEFT OFF ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO ADD-EXCEPTION-EXIT
           END-IF

           ADD 1 TO WS-EXC-COUNT
           SET WS-EXC-IDX TO WS-EXC-COUNT
           MOVE WS-EXC-NEW-KIND TO WS-EXC-KIND (WS-EXC-IDX)
           MOVE WS-CERT-EMPNO (WS-CERT-IDX) TO WS-EXC-EMPNO (WS-EXC-IDX)
           MOVE WS-CERT-CODE (WS-CERT-IDX)  TO WS-EXC-CODE (WS-EXC-IDX)
           MOVE WS-CERT-EXPIRES (WS-CERT-IDX)
             TO WS-EXC-EXPIRES (WS-EXC-IDX)
           .
       ADD-EXCEPTION-EXIT.
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
       FIND-CODE SECTION.
      *>------------------------------------------------------------------------
      *>    the code of the certification at WS-CERT-IDX on the
      *>    reference; WS-CODE-IDX is left on the entry when found
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-COUNT
                 OR WS-FOUND
               IF WS-CODE-CODE (WS-CODE-IDX)
                    = WS-CERT-CODE (WS-CERT-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-CODE-IDX DOWN BY 1
           END-IF
           .
       FIND-CODE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-REQUIRED-CERTS SECTION.
      *>------------------------------------------------------------------------
      *>    the employee at WS-EMP-IDX against every code that names
      *>    the employee's job: a certification held and not yet run
      *>    out satisfies it; one held but expired, or none at all,
      *>    is listed
           IF WS-EMP-JOB (WS-EMP-IDX) = SPACES
               GO TO CHECK-REQUIRED-CERTS-EXIT
           END-IF

           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-COUNT
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                  UNTIL WS-REQ-IDX > 5
                   IF WS-CODE-REQ-JOB (WS-CODE-IDX, WS-REQ-IDX)
                        = WS-EMP-JOB (WS-EMP-IDX)
                       PERFORM CHECK-ONE-REQUIREMENT
                          THRU CHECK-ONE-REQUIREMENT-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       CHECK-REQUIRED-CERTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-ONE-REQUIREMENT SECTION.
      *>------------------------------------------------------------------------
           SET WS-NOT-HELD TO TRUE
           MOVE 0 TO WS-HELD-EXPIRES
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
              UNTIL WS-CERT-IDX > WS-CERT-COUNT
                 OR WS-HELD-CURRENT
               IF WS-CERT-EMPNO (WS-CERT-IDX)
                    = WS-EMP-EMPNO (WS-EMP-IDX)
               AND WS-CERT-CODE (WS-CERT-IDX)
                    = WS-CODE-CODE (WS-CODE-IDX)
                   IF WS-CERT-EXPIRES (WS-CERT-IDX) = 0
                   OR WS-CERT-EXPIRES (WS-CERT-IDX) >= WS-AS-OF-DATE
                       SET WS-HELD-CURRENT TO TRUE
                   ELSE
                       SET WS-HELD-EXPIRED TO TRUE
                       MOVE WS-CERT-EXPIRES (WS-CERT-IDX)
                         TO WS-HELD-EXPIRES
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HELD-CURRENT
               GO TO CHECK-ONE-REQUIREMENT-EXIT
           END-IF

           IF WS-MIS-COUNT >= WS-MIS-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** MORE THAN " WS-MIS-MAX
                      " MISSING CERTIFICATIONS - THE REST ARE LEFT"
                      " OFF ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO CHECK-ONE-REQUIREMENT-EXIT
           END-IF

           ADD 1 TO WS-MIS-COUNT
           SET WS-MIS-IDX TO WS-MIS-COUNT
           MOVE WS-EMP-JOB (WS-EMP-IDX)    TO WS-MIS-JOB (WS-MIS-IDX)
           MOVE WS-CODE-CODE (WS-CODE-IDX) TO WS-MIS-CODE (WS-MIS-IDX)
           MOVE WS-EMP-EMPNO (WS-EMP-IDX)  TO WS-MIS-EMPNO (WS-MIS-IDX)
           MOVE WS-EMP-NAME (WS-EMP-IDX)   TO WS-MIS-NAME (WS-MIS-IDX)
           MOVE WS-EMP-DEPT (WS-EMP-IDX)   TO WS-MIS-DEPT (WS-MIS-IDX)
           MOVE WS-HELD-EXPIRES
             TO WS-MIS-EXPIRES (WS-MIS-IDX)

           MOVE WS-EMP-JOB (WS-EMP-IDX) TO WS-LOOKUP-JOB
           PERFORM ADD-JOB-IN-ORDER THRU ADD-JOB-IN-ORDER-EXIT
           .
       CHECK-ONE-REQUIREMENT-EXIT.
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
                   DISPLAY "DB2CRTX: *** DEPARTMENT LIST FULL - SOME"
                      " CERTIFICATIONS ARE NOT LISTED ***"
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
       ADD-JOB-IN-ORDER SECTION.
      *>------------------------------------------------------------------------
      *>    WS-LOOKUP-JOB goes into the job list in JOB order unless
      *>    it is there already
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-INSERT-SLOT
           PERFORM VARYING WS-JBL-IDX FROM 1 BY 1
              UNTIL WS-JBL-IDX > WS-JBL-COUNT
                 OR WS-FOUND
                 OR WS-INSERT-SLOT > 0
               IF WS-JBL-JOB (WS-JBL-IDX) = WS-LOOKUP-JOB
                   SET WS-FOUND TO TRUE
               ELSE
                   IF WS-JBL-JOB (WS-JBL-IDX) > WS-LOOKUP-JOB
                       SET WS-INSERT-SLOT TO WS-JBL-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FOUND
               GO TO ADD-JOB-IN-ORDER-EXIT
           END-IF

           IF WS-JBL-COUNT >= WS-JBL-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2CRTX: *** JOB LIST FULL - SOME MISSING"
                      " CERTIFICATIONS ARE NOT LISTED ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO ADD-JOB-IN-ORDER-EXIT
           END-IF

           IF WS-INSERT-SLOT = 0
               COMPUTE WS-INSERT-SLOT = WS-JBL-COUNT + 1
           ELSE
               PERFORM VARYING WS-SHIFT-SLOT FROM WS-JBL-COUNT BY -1
                  UNTIL WS-SHIFT-SLOT < WS-INSERT-SLOT
                   MOVE WS-JBL-ENTRY (WS-SHIFT-SLOT)
                     TO WS-JBL-ENTRY (WS-SHIFT-SLOT + 1)
               END-PERFORM
           END-IF

           ADD 1 TO WS-JBL-COUNT
           MOVE WS-LOOKUP-JOB TO WS-JBL-JOB (WS-INSERT-SLOT)
           .
       ADD-JOB-IN-ORDER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXPIRY-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    department by department, headed by the manager: expired
      *>    first, then the 30, 60 and 90-day bands, with a count per
      *>    band under every department and for the company at the end
           MOVE SPACES TO WS-SECT-TITLE
           STRING "CERTIFICATIONS EXPIRED OR EXPIRING WITHIN "
                                            DELIMITED BY SIZE
                  WS-WINDOW-DAYS            DELIMITED BY SIZE
                  " DAYS, BY DEPARTMENT AND MANAGER"
                                            DELIMITED BY SIZE
                  INTO WS-SECT-TITLE
           END-STRING
           MOVE WS-EXPIRY-HDG TO WS-COL-HDG
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-ITM-COUNT = 0
               MOVE "NOTHING EXPIRED OR EXPIRING" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-EXPIRY-LIST-EXIT
           END-IF

           INITIALIZE WS-CO-BAND-COUNTS
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM WRITE-ONE-DEPT THRU WRITE-ONE-DEPT-EXIT
           END-PERFORM

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE "COMPANY TOTAL" TO WS-DTT-LABEL
           MOVE WS-CO-BAND-CNT (1) TO WS-DTT-EXPIRED
           MOVE WS-CO-BAND-CNT (2) TO WS-DTT-30
           MOVE WS-CO-BAND-CNT (3) TO WS-DTT-60
           MOVE WS-CO-BAND-CNT (4) TO WS-DTT-90
           MOVE WS-DEPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-EXPIRY-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ONE-DEPT SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

      *>    the manager DEPARTMENT names, by name when still on file
           MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-DHL-DEPT
           MOVE SPACES TO WS-DHL-MGRNO
           MOVE "*NO MANAGER ON DEPARTMENT*" TO WS-DHL-MGR-NAME
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-DEPTNO (WS-DEPT-IDX)
                    = WS-DPT-DEPTNO (WS-DPT-IDX)
               AND WS-DEPT-MGRNO (WS-DEPT-IDX) NOT = SPACES
                   MOVE WS-DEPT-MGRNO (WS-DEPT-IDX) TO WS-DHL-MGRNO
               END-IF
           END-PERFORM
           IF WS-DHL-MGRNO NOT = SPACES
               MOVE WS-DHL-MGRNO TO WS-LOOKUP-EMPNO
               PERFORM FIND-EMPLOYEE THRU FIND-EMPLOYEE-EXIT
               IF WS-FOUND
                   MOVE WS-EMP-NAME (WS-EMP-IDX) TO WS-DHL-MGR-NAME
               ELSE
                   MOVE "*NOT ON EMPLOYEE*" TO WS-DHL-MGR-NAME
               END-IF
           END-IF
           MOVE WS-DEPT-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT

           INITIALIZE WS-DPT-BAND-COUNTS
           MOVE 'E' TO WS-LIST-BAND
           PERFORM WRITE-DEPT-BAND THRU WRITE-DEPT-BAND-EXIT
           MOVE '1' TO WS-LIST-BAND
           PERFORM WRITE-DEPT-BAND THRU WRITE-DEPT-BAND-EXIT
           MOVE '2' TO WS-LIST-BAND
           PERFORM WRITE-DEPT-BAND THRU WRITE-DEPT-BAND-EXIT
           MOVE '3' TO WS-LIST-BAND
           PERFORM WRITE-DEPT-BAND THRU WRITE-DEPT-BAND-EXIT

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE SPACES TO WS-DTT-LABEL
           STRING "DEPT TOTAL "              DELIMITED BY SIZE
                  WS-DPT-DEPTNO (WS-DPT-IDX) DELIMITED BY SIZE
                  INTO WS-DTT-LABEL
           END-STRING
           MOVE WS-DPT-BAND-CNT (1) TO WS-DTT-EXPIRED
           MOVE WS-DPT-BAND-CNT (2) TO WS-DTT-30
           MOVE WS-DPT-BAND-CNT (3) TO WS-DTT-60
           MOVE WS-DPT-BAND-CNT (4) TO WS-DTT-90
           MOVE WS-DEPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT
           .
       WRITE-ONE-DEPT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-BAND SECTION.
      *>------------------------------------------------------------------------
           EVALUATE WS-LIST-BAND
             WHEN 'E'
               MOVE 1 TO WS-BAND-SUB
             WHEN '1'
               MOVE 2 TO WS-BAND-SUB
             WHEN '2'
               MOVE 3 TO WS-BAND-SUB
             WHEN OTHER
               MOVE 4 TO WS-BAND-SUB
           END-EVALUATE

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
              UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-BAND (WS-ITM-IDX) = WS-LIST-BAND
               AND WS-ITM-DEPT (WS-ITM-IDX)
                     = WS-DPT-DEPTNO (WS-DPT-IDX)
                   PERFORM WRITE-EXPIRY-LINE
                      THRU WRITE-EXPIRY-LINE-EXIT
                   ADD 1 TO WS-DPT-BAND-CNT (WS-BAND-SUB)
                   ADD 1 TO WS-CO-BAND-CNT (WS-BAND-SUB)
               END-IF
           END-PERFORM
           .
       WRITE-DEPT-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXPIRY-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-ITM-DEPT (WS-ITM-IDX)    TO WS-EXL-DEPT
           MOVE WS-ITM-EMPNO (WS-ITM-IDX)   TO WS-EXL-EMPNO
           MOVE WS-ITM-NAME (WS-ITM-IDX)    TO WS-EXL-NAME
           MOVE WS-ITM-CODE (WS-ITM-IDX)    TO WS-EXL-CODE
           MOVE WS-ITM-EXPIRES (WS-ITM-IDX) TO WS-EXL-EXPIRES
           MOVE WS-ITM-DAYS (WS-ITM-IDX)    TO WS-EXL-DAYS
           MOVE SPACES TO WS-EXL-DESC
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-COUNT
               IF WS-CODE-CODE (WS-CODE-IDX) = WS-ITM-CODE (WS-ITM-IDX)
                   MOVE WS-CODE-DESC (WS-CODE-IDX) TO WS-EXL-DESC
               END-IF
           END-PERFORM
           EVALUATE WS-ITM-BAND (WS-ITM-IDX)
             WHEN 'E'
               MOVE "*EXPIRED*" TO WS-EXL-BAND
             WHEN '1'
               MOVE "30 DAYS"   TO WS-EXL-BAND
             WHEN '2'
               MOVE "60 DAYS"   TO WS-EXL-BAND
             WHEN OTHER
               MOVE "90 DAYS"   TO WS-EXL-BAND
           END-EVALUATE

           MOVE WS-EXPIRY-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-EXPIRY-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-MISSING-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    job by job, everyone in the job without a current
      *>    certification the job requires
           MOVE "JOBS HELD WITHOUT A REQUIRED CERTIFICATION"
             TO WS-SECT-TITLE
           MOVE WS-MISSING-HDG TO WS-COL-HDG
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-NO-REFERENCE
               MOVE "NO CERTIFICATION-CODE REFERENCE ON FILE - NOTHING"
                 TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-MISSING-LIST-EXIT
           END-IF

           IF WS-MIS-COUNT = 0
               MOVE "NOBODY IS MISSING A REQUIRED CERTIFICATION"
                 TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-MISSING-LIST-EXIT
           END-IF

           PERFORM VARYING WS-JBL-IDX FROM 1 BY 1
              UNTIL WS-JBL-IDX > WS-JBL-COUNT
               MOVE 0 TO WS-DPT-LISTED
               PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
                  UNTIL WS-MIS-IDX > WS-MIS-COUNT
                   IF WS-MIS-JOB (WS-MIS-IDX) = WS-JBL-JOB (WS-JBL-IDX)
                       PERFORM WRITE-MISSING-LINE
                          THRU WRITE-MISSING-LINE-EXIT
                       ADD 1 TO WS-DPT-LISTED
                   END-IF
               END-PERFORM
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
               MOVE WS-JBL-JOB (WS-JBL-IDX) TO WS-JTT-JOB
               MOVE WS-DPT-LISTED TO WS-JTT-COUNT
               MOVE WS-JOB-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               ADD 2 TO WS-RPT-LINE-COUNT
           END-PERFORM
           .
       WRITE-MISSING-LIST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-MISSING-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-MIS-JOB (WS-MIS-IDX)   TO WS-MSL-JOB
           MOVE WS-MIS-CODE (WS-MIS-IDX)  TO WS-MSL-CODE
           MOVE WS-MIS-EMPNO (WS-MIS-IDX) TO WS-MSL-EMPNO
           MOVE WS-MIS-NAME (WS-MIS-IDX)  TO WS-MSL-NAME
           MOVE WS-MIS-DEPT (WS-MIS-IDX)  TO WS-MSL-DEPT
           MOVE SPACES TO WS-MSL-DESC
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > WS-CODE-COUNT
               IF WS-CODE-CODE (WS-CODE-IDX) = WS-MIS-CODE (WS-MIS-IDX)
                   MOVE WS-CODE-DESC (WS-CODE-IDX) TO WS-MSL-DESC
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MSL-STATE
           IF WS-MIS-EXPIRES (WS-MIS-IDX) = 0
               MOVE "NOT HELD" TO WS-MSL-STATE
           ELSE
               STRING "EXPIRED "                  DELIMITED BY SIZE
                      WS-MIS-EXPIRES (WS-MIS-IDX) DELIMITED BY SIZE
                      INTO WS-MSL-STATE
               END-STRING
           END-IF

           MOVE WS-MISSING-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-MISSING-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXCEPTION-LIST SECTION.
      *>------------------------------------------------------------------------
      *>    certifications the store should no longer hold, or that
      *>    the reference cannot describe
           MOVE "CERTIFICATION STORE EXCEPTIONS" TO WS-SECT-TITLE
           MOVE WS-EXCEPT-HDG TO WS-COL-HDG
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-EXC-COUNT = 0
               MOVE "NO EXCEPTIONS" TO RPT-LINE
               WRITE RPT-LINE
               GO TO WRITE-EXCEPTION-LIST-EXIT
           END-IF

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
              UNTIL WS-EXC-IDX > WS-EXC-COUNT
               PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
               MOVE WS-EXC-EMPNO (WS-EXC-IDX)   TO WS-XCL-EMPNO
               MOVE WS-EXC-CODE (WS-EXC-IDX)    TO WS-XCL-CODE
               MOVE WS-EXC-EXPIRES (WS-EXC-IDX) TO WS-XCL-EXPIRES
               IF WS-EXC-KIND (WS-EXC-IDX) = 'N'
                   MOVE "EMPNO NOT ON EMPLOYEE - SHOULD HAVE GONE TO"
                     & " THE CERTIFICATION ARCHIVE" TO WS-XCL-TEXT
               ELSE
                   MOVE "CODE NOT ON THE CERTIFICATION-CODE REFERENCE"
                     TO WS-XCL-TEXT
               END-IF
               MOVE WS-EXCEPT-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-PERFORM
           .
       WRITE-EXCEPTION-LIST-EXIT.
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
           MOVE WS-AS-OF-DATE  TO WS-PHL-RUN-DATE

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

       END PROGRAM DB2CRTX.

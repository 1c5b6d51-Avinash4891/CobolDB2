      *>************************************************************************
      *>  SAMPLE POINT-IN-TIME EMPLOYEE RECONSTRUCTION PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2ASOF.cob
      *>
      *> Purpose:      Rebuild the EMPLOYEE population as it stood on
      *>               a past as-of date
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - starts from today's EMPLOYEE rows (DB2FETCH's
      *>                 called row-interface) and adds back everyone on
      *>                 the employee history store (emphist.dat) whose
      *>                 termination date falls after the as-of date
      *>               - walks the audit trail back - the unloaded
      *>                 audit.txt lines, the DB2AUDIT store and every
      *>                 archive on its index - and restores WORKDEPT,
      *>                 JOB and SALARY from the before-image of the
      *>                 first change each person had after the as-of
      *>                 date
      *>               - the DB2XFER transfer history (xferhist.txt)
      *>                 decides the department wherever it speaks, by
      *>                 effective date rather than the date the move
      *>                 was keyed
      *>               - anyone hired after the as-of date is dropped
      *>               - writes a flat extract in the EXTDB2CO layout,
      *>                 so the existing reports run against it, and a
      *>                 notes report listing every row it changed and
      *>                 every field the sources cannot reconstruct
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
      *> 2026.10.15 Avinash Kumar
      *>            - the transfer-history record is read at its widened
      *>              layout (change provenance added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2ASOF.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

        SELECT ARCHIDX-FILE ASSIGN TO WS-ARCHIDX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARX-FILE-STATUS.

        SELECT XFER-HIST-FILE ASSIGN TO WS-XFER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFH-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> one audit line image - read in turn from audit.txt, the live
      *> audit store and each archive on the archive index
       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(132).

       FD ARCHIDX-FILE.
       01 ARCHIDX-RECORD.
           05 ARX-FILE-NAME         PIC X(40).

      *> transfer trail - one line per applied department move
       FD XFER-HIST-FILE.
       01 XFER-HIST-RECORD.
           05 XFH-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 XFH-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 XFH-FROM-DEPT         PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-TO-DEPT           PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-EFF-DATE          PIC X(10).
           05 FILLER                PIC X(1).
           05 XFH-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 XFH-PROV-ORIGIN       PIC X(16).

      *> employee history store - the row as it stood at termination
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD            PIC X(102).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in and goes out on
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

      *> runtime-overridable file names - the audit, transfer and
      *> history stores take the same variables their owners do
        01 WS-AUDIT-FILE-NAME    PIC X(100).
        01 WS-TRAIL-FILE-NAME    PIC X(100) VALUE 'audit.txt'.
        01 WS-STORE-FILE-NAME    PIC X(100) VALUE 'audstore.txt'.
        01 WS-ARCHIDX-FILE-NAME  PIC X(100) VALUE 'audarch.idx'.
        01 WS-XFER-FILE-NAME     PIC X(100) VALUE 'xferhist.txt'.
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-EXTRACT-FILE-NAME  PIC X(100) VALUE 'asofextr.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'asofnote.txt'.

        01 WS-AUD-FILE-STATUS    PIC XX.
           88 WS-AUD-FILE-OK         VALUE '00'.
        01 WS-ARX-FILE-STATUS    PIC XX.
           88 WS-ARX-FILE-OK         VALUE '00'.
        01 WS-XFH-FILE-STATUS    PIC XX.
           88 WS-XFH-FILE-OK         VALUE '00'.
        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-AUD-EOF-SW         PIC X VALUE 'N'.
           88 WS-AUD-EOF             VALUE 'Y'.
        01 WS-ARX-EOF-SW         PIC X VALUE 'N'.
           88 WS-ARX-EOF             VALUE 'Y'.
        01 WS-XFH-EOF-SW         PIC X VALUE 'N'.
           88 WS-XFH-EOF             VALUE 'Y'.
        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-ASOF-DATE          PIC X(8).

      *> the archive files on DB2AUDIT's index
        01 WS-ARX-COUNT          PIC 9(3) VALUE 0.
        01 WS-ARX-MAX            PIC 9(3) VALUE 100.
        01 WS-ARX-TAB.
           05 WS-ARX-NAME            PIC X(40)
              OCCURS 100 TIMES
              INDEXED BY WS-ARX-IDX.

      *> the population being rebuilt - the row image as first read
      *> plus the earliest after-the-date evidence found against it;
      *> SOURCE is C(urrent row) or H(istory store)
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-IMAGE       PIC X(102).
              10 WS-EMP-SOURCE      PIC X(1).
              10 WS-EMP-TERM-DATE   PIC X(8).
              10 WS-EMP-AUD-STAMP   PIC X(16).
              10 WS-EMP-AUD-DEPT    PIC X(3).
              10 WS-EMP-AUD-JOB     PIC X(8).
              10 WS-EMP-AUD-SALARY  PIC 9(7)V9(2).
              10 WS-EMP-XFR-FROM-DT PIC X(8).
              10 WS-EMP-XFR-FROM    PIC X(3).
              10 WS-EMP-XFR-TO-DT   PIC X(8).
              10 WS-EMP-XFR-TO      PIC X(3).

        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-LOOKUP-EMPNO       PIC X(6).

      *> one audit line taken apart (DB2UPDT's before/after layout)
        01 WS-WORK-LINE          PIC X(95).
        01 WS-LINE-STAMP         PIC X(16).
        01 WS-EDITED-SALARY      PIC Z,ZZZ,ZZ9.99.

        01 WS-EFF-DATE-NUM       PIC X(8).
        01 WS-MOVE-DATE          PIC X(8).
        01 WS-NEW-SOURCE         PIC X(1).
        01 WS-NEW-TERM-DATE      PIC X(8).
        01 WS-HIRE-DATE-NUM      PIC X(8).

      *> the as-of values struck for one row on its way out
        01 WS-NOW-DEPT           PIC X(3).
        01 WS-NOW-JOB            PIC X(8).
        01 WS-NOW-SALARY         PIC 9(9).
        01 WS-ROW-ACTION         PIC X(12).
        01 WS-ROW-NOTE           PIC X(16).

        01 WS-EMP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EMP-OVERFLOW        VALUE 'Y'.
        01 WS-STORE-MISSING-SW   PIC X VALUE 'N'.
           88 WS-STORE-MISSING       VALUE 'Y'.
        01 WS-ARX-MISSING-SW     PIC X VALUE 'N'.
           88 WS-ARX-MISSING         VALUE 'Y'.

        01 WS-CURRENT-COUNT      PIC 9(5) VALUE 0.
        01 WS-ADDED-BACK-COUNT   PIC 9(5) VALUE 0.
        01 WS-SPELL-SKIP-COUNT   PIC 9(5) VALUE 0.
        01 WS-DROPPED-COUNT      PIC 9(5) VALUE 0.
        01 WS-RESTORED-COUNT     PIC 9(5) VALUE 0.
        01 WS-WRITTEN-COUNT      PIC 9(5) VALUE 0.
        01 WS-NO-HIRE-COUNT      PIC 9(5) VALUE 0.
        01 WS-AUD-READ-COUNT     PIC 9(7) VALUE 0.
        01 WS-AUD-USED-COUNT     PIC 9(7) VALUE 0.
        01 WS-AUD-ORPHAN-COUNT   PIC 9(7) VALUE 0.
        01 WS-XFH-USED-COUNT     PIC 9(7) VALUE 0.
        01 WS-XFH-ORPHAN-COUNT   PIC 9(7) VALUE 0.
        01 WS-ARX-MISSING-COUNT  PIC 9(3) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.
        01 WS-RPT-SECTION        PIC X(1)  VALUE '1'.
           88 WS-RPT-DETAIL          VALUE '1'.
           88 WS-RPT-NOTES           VALUE '2'.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(37) VALUE
              "DB2ASOF - EMPLOYEE POPULATION AS OF ".
           05 WS-PHL-ASOF-DATE      PIC X(8).
           05 FILLER                PIC X(08) VALUE "   RUN  ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(41) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(20) VALUE SPACES.

        01 WS-DTL-HDG-LINE.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(29) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "ACTION".
           05 FILLER PIC X(12) VALUE "DEPT".
           05 FILLER PIC X(22) VALUE "JOB".
           05 FILLER PIC X(28) VALUE "SALARY (WHOLE UNITS)".
           05 FILLER PIC X(20) VALUE "NOTE".

        01 WS-DTL-HDG-LINE-2.
           05 FILLER PIC X(50) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NOW    AS-OF".
           05 FILLER PIC X(22) VALUE "NOW         AS-OF".
           05 FILLER PIC X(28) VALUE "        NOW          AS-OF".
           05 FILLER PIC X(20) VALUE SPACES.

        01 WS-DTL-LINE.
           05 WS-DTL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NAME           PIC X(28).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-ACTION         PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-DEPT-NOW       PIC X(3).
           05 FILLER                PIC X(4)  VALUE " -> ".
           05 WS-DTL-DEPT-ASOF      PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-JOB-NOW        PIC X(8).
           05 FILLER                PIC X(4)  VALUE " -> ".
           05 WS-DTL-JOB-ASOF       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-SAL-NOW        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE " -> ".
           05 WS-DTL-SAL-ASOF       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NOTE           PIC X(16).
           05 FILLER                PIC X(4)  VALUE SPACES.

        01 WS-CNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CNT-LABEL          PIC X(48).
           05 WS-CNT-VALUE          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2ASOF SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2ASOF: INSIDE AS-OF RECONSTRUCTION MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           IF WS-ASOF-DATE = SPACES
           OR WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY "DB2ASOF: NO VALID AS-OF DATE GIVEN - SET"
                  " DB2ASOF_DATE (YYYYMMDD) AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ASOF-DATE > WS-RUN-DATE
               DISPLAY "DB2ASOF: AS-OF DATE " WS-ASOF-DATE
                  " IS AFTER TODAY - NOTHING TO RECONSTRUCT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2ASOF: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2ASOF: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ALL-EMPLOYEES
              THRU LOAD-ALL-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM LOAD-TERMINATED THRU LOAD-TERMINATED-EXIT

      *>    every audit source is read whole; the earliest line after
      *>    the as-of date wins, so the order they come in is immaterial
           MOVE WS-TRAIL-FILE-NAME TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT
           IF NOT WS-AUD-FILE-OK
               DISPLAY "DB2ASOF: AUDIT TRAIL " WS-TRAIL-FILE-NAME
                  " NOT ON FILE"
           END-IF

           MOVE WS-STORE-FILE-NAME TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT
           IF NOT WS-AUD-FILE-OK
               SET WS-STORE-MISSING TO TRUE
               DISPLAY "DB2ASOF: *** AUDIT STORE " WS-STORE-FILE-NAME
                  " NOT ON FILE ***"
           END-IF

           PERFORM LOAD-ARCHIVE-INDEX THRU LOAD-ARCHIVE-INDEX-EXIT
           PERFORM VARYING WS-ARX-IDX FROM 1 BY 1
              UNTIL WS-ARX-IDX > WS-ARX-COUNT
               MOVE WS-ARX-NAME (WS-ARX-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM SCAN-AUDIT-FILE THRU SCAN-AUDIT-FILE-EXIT
               IF NOT WS-AUD-FILE-OK
                   SET WS-ARX-MISSING TO TRUE
                   ADD 1 TO WS-ARX-MISSING-COUNT
                   DISPLAY "DB2ASOF: *** ARCHIVE "
                      WS-ARX-NAME (WS-ARX-IDX)
                      " ON THE INDEX BUT NOT ON FILE ***"
               END-IF
           END-PERFORM

           PERFORM SCAN-TRANSFERS THRU SCAN-TRANSFERS-EXIT

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM REBUILD-ONE-ROW THRU REBUILD-ONE-ROW-EXIT
           END-PERFORM

           IF WS-RPT-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
               MOVE "  NO ROW DIFFERS FROM TODAY'S EMPLOYEE TABLE"
                 TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM WRITE-NOTES THRU WRITE-NOTES-EXIT

           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

           DISPLAY "DB2ASOF: ======= RECONSTRUCTION SUMMARY ========"
           DISPLAY "DB2ASOF: AS-OF DATE           : " WS-ASOF-DATE
           DISPLAY "DB2ASOF: CURRENT ROWS READ    : " WS-CURRENT-COUNT
           DISPLAY "DB2ASOF: TERMINATED ADDED BACK: "
               WS-ADDED-BACK-COUNT
           DISPLAY "DB2ASOF: HIRED AFTER, DROPPED : " WS-DROPPED-COUNT
           DISPLAY "DB2ASOF: ROWS RESTORED        : " WS-RESTORED-COUNT
           DISPLAY "DB2ASOF: ROWS WRITTEN         : " WS-WRITTEN-COUNT
           DISPLAY "DB2ASOF: EXTRACT FILE         : "
               WS-EXTRACT-FILE-NAME
           DISPLAY "DB2ASOF: NOTES REPORT         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2ASOF: ========================================="

      *>    an answer built on missing evidence must never look
      *>    complete - a lost archive, a full table or changes against
      *>    people no source still holds all end the run with a warning
           IF WS-EMP-OVERFLOW OR WS-STORE-MISSING OR WS-ARX-MISSING
           OR WS-AUD-ORPHAN-COUNT > 0 OR WS-XFH-ORPHAN-COUNT > 0
               DISPLAY "DB2ASOF: *** RECONSTRUCTION INCOMPLETE - SEE "
                   WS-REPORT-FILE-NAME " ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2ASOF: EXITING AS-OF RECONSTRUCTION MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2ASOF-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "DB2ASOF_DATE"

           ACCEPT WS-EXTRACT-FILE-NAME
              FROM ENVIRONMENT "DB2ASOF_EXTRACT_FILE"
           IF WS-EXTRACT-FILE-NAME = SPACE
               MOVE 'asofextr.txt' TO WS-EXTRACT-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2ASOF_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'asofnote.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-TRAIL-FILE-NAME
              FROM ENVIRONMENT "DB2UPDT_AUDIT_FILE"
           IF WS-TRAIL-FILE-NAME = SPACE
               MOVE 'audit.txt' TO WS-TRAIL-FILE-NAME
           END-IF

           ACCEPT WS-STORE-FILE-NAME
              FROM ENVIRONMENT "DB2AUDIT_STORE_FILE"
           IF WS-STORE-FILE-NAME = SPACE
               MOVE 'audstore.txt' TO WS-STORE-FILE-NAME
           END-IF

           ACCEPT WS-ARCHIDX-FILE-NAME
              FROM ENVIRONMENT "DB2AUDIT_ARCHIDX_FILE"
           IF WS-ARCHIDX-FILE-NAME = SPACE
               MOVE 'audarch.idx' TO WS-ARCHIDX-FILE-NAME
           END-IF

           ACCEPT WS-XFER-FILE-NAME
              FROM ENVIRONMENT "DB2XFER_HIST_FILE"
           IF WS-XFER-FILE-NAME = SPACE
               MOVE 'xferhist.txt' TO WS-XFER-FILE-NAME
           END-IF

           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
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

           DISPLAY "DB2ASOF: AS-OF DATE   = " WS-ASOF-DATE
           DISPLAY "DB2ASOF: EXTRACT FILE = " WS-EXTRACT-FILE-NAME
           DISPLAY "DB2ASOF: NOTES REPORT = " WS-REPORT-FILE-NAME
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
               DISPLAY "DB2ASOF: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2ASOF: " LN-MSG-1 OF LN-MOD
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
               DISPLAY "DB2ASOF: EMPLOYEE CURSOR WOULD NOT OPEN"
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

           ADD 1 TO WS-CURRENT-COUNT
           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           MOVE 'C'        TO WS-NEW-SOURCE
           MOVE SPACES     TO WS-NEW-TERM-DATE
           PERFORM ADD-EMP-ENTRY THRU ADD-EMP-ENTRY-EXIT
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-EMP-ENTRY SECTION.
      *>------------------------------------------------------------------------
      *>    EXT-EMPLOYEE-REC goes on as a new row, from the source and
      *>    with the termination date (if any) in WS-NEW-SOURCE and
      *>    WS-NEW-TERM-DATE
           IF WS-EMP-COUNT >= WS-EMP-MAX
               SET WS-EMP-OVERFLOW TO TRUE
               GO TO ADD-EMP-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-EMP-COUNT
           SET WS-EMP-IDX TO WS-EMP-COUNT
           MOVE EXT-EMPLOYEE-REC   TO WS-EMP-IMAGE (WS-EMP-IDX)
           MOVE WS-NEW-SOURCE      TO WS-EMP-SOURCE (WS-EMP-IDX)
           MOVE WS-NEW-TERM-DATE   TO WS-EMP-TERM-DATE (WS-EMP-IDX)
           MOVE HIGH-VALUES        TO WS-EMP-AUD-STAMP (WS-EMP-IDX)
           MOVE SPACES             TO WS-EMP-AUD-DEPT (WS-EMP-IDX)
                                      WS-EMP-AUD-JOB (WS-EMP-IDX)
                                      WS-EMP-XFR-FROM-DT (WS-EMP-IDX)
                                      WS-EMP-XFR-FROM (WS-EMP-IDX)
                                      WS-EMP-XFR-TO-DT (WS-EMP-IDX)
                                      WS-EMP-XFR-TO (WS-EMP-IDX)
           MOVE 0                  TO WS-EMP-AUD-SALARY (WS-EMP-IDX)
           .
       ADD-EMP-ENTRY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-EMP-ROW SECTION.
      *>------------------------------------------------------------------------
      *>    slot 0 back means no source holds WS-LOOKUP-EMPNO
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-EMP-IMAGE (WS-EMP-IDX) (1:6) = WS-LOOKUP-EMPNO
                   SET WS-MATCH-SLOT TO WS-EMP-IDX
               END-IF
           END-PERFORM
           .
       FIND-EMP-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-TERMINATED SECTION.
      *>------------------------------------------------------------------------
      *>    a history spell ending after the as-of date means the
      *>    person was still on the books that day
           MOVE 'N' TO WS-HIST-EOF-SW

           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2ASOF: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - NO TERMINATIONS TO ADD BACK"
               GO TO LOAD-TERMINATED-EXIT
           END-IF

           PERFORM READ-HIST-RECORD THRU READ-HIST-RECORD-EXIT
              UNTIL WS-HIST-EOF

           CLOSE HIST-FILE
           .
       LOAD-TERMINATED-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HIST-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO READ-HIST-RECORD-EXIT
           END-READ

           IF HIST-TERM-DATE NOT > WS-ASOF-DATE
               GO TO READ-HIST-RECORD-EXIT
           END-IF

           MOVE HIST-EMP-IMAGE TO EXT-EMPLOYEE-REC
           MOVE EXT-EMPNO      TO WS-LOOKUP-EMPNO
           PERFORM FIND-EMP-ROW THRU FIND-EMP-ROW-EXIT

           IF WS-MATCH-SLOT = 0
               MOVE 'H'            TO WS-NEW-SOURCE
               MOVE HIST-TERM-DATE TO WS-NEW-TERM-DATE
               PERFORM ADD-EMP-ENTRY THRU ADD-EMP-ENTRY-EXIT
               IF NOT WS-EMP-OVERFLOW
                   ADD 1 TO WS-ADDED-BACK-COUNT
               END-IF
               GO TO READ-HIST-RECORD-EXIT
           END-IF

      *>    the EMPNO is held already: a rehire's current row hired
      *>    after the as-of date gives way to the spell that covered
      *>    it, and of two history spells the one ending first (the
      *>    one open on the as-of date) is kept
           SET WS-EMP-IDX TO WS-MATCH-SLOT
           IF WS-EMP-SOURCE (WS-EMP-IDX) = 'C'
               MOVE SPACES TO WS-HIRE-DATE-NUM
               STRING WS-EMP-IMAGE (WS-EMP-IDX) (42:4)
                         DELIMITED BY SIZE
                      WS-EMP-IMAGE (WS-EMP-IDX) (47:2)
                         DELIMITED BY SIZE
                      WS-EMP-IMAGE (WS-EMP-IDX) (50:2)
                         DELIMITED BY SIZE
                      INTO WS-HIRE-DATE-NUM
               END-STRING
               IF WS-HIRE-DATE-NUM IS NUMERIC
               AND WS-HIRE-DATE-NUM > WS-ASOF-DATE
                   MOVE EXT-EMPLOYEE-REC TO WS-EMP-IMAGE (WS-EMP-IDX)
                   MOVE 'H'              TO WS-EMP-SOURCE (WS-EMP-IDX)
                   MOVE HIST-TERM-DATE
                     TO WS-EMP-TERM-DATE (WS-EMP-IDX)
                   ADD 1 TO WS-ADDED-BACK-COUNT
               ELSE
                   ADD 1 TO WS-SPELL-SKIP-COUNT
               END-IF
           ELSE
               IF HIST-TERM-DATE < WS-EMP-TERM-DATE (WS-EMP-IDX)
                   MOVE EXT-EMPLOYEE-REC TO WS-EMP-IMAGE (WS-EMP-IDX)
                   MOVE HIST-TERM-DATE
                     TO WS-EMP-TERM-DATE (WS-EMP-IDX)
               END-IF
               ADD 1 TO WS-SPELL-SKIP-COUNT
           END-IF
           .
       READ-HIST-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ARCHIVE-INDEX SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-ARX-COUNT
           MOVE 'N' TO WS-ARX-EOF-SW

           OPEN INPUT ARCHIDX-FILE
           IF WS-ARX-FILE-OK
               PERFORM READ-ARCHIDX-RECORD
                  THRU READ-ARCHIDX-RECORD-EXIT
                  UNTIL WS-ARX-EOF
               CLOSE ARCHIDX-FILE
           END-IF
          .
       LOAD-ARCHIVE-INDEX-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-ARCHIDX-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ARCHIDX-FILE
             AT END
               SET WS-ARX-EOF TO TRUE
             NOT AT END
               IF WS-ARX-COUNT < WS-ARX-MAX
               AND ARX-FILE-NAME NOT = SPACES
                   ADD 1 TO WS-ARX-COUNT
                   SET WS-ARX-IDX TO WS-ARX-COUNT
                   MOVE ARX-FILE-NAME TO WS-ARX-NAME (WS-ARX-IDX)
               END-IF
           END-READ
          .
       READ-ARCHIDX-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-AUDIT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    one audit source, named in WS-AUDIT-FILE-NAME; the caller
      *>    reads the file status back to tell a missing file
           MOVE 'N' TO WS-AUD-EOF-SW

           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUD-FILE-OK
               GO TO SCAN-AUDIT-FILE-EXIT
           END-IF

           PERFORM READ-AUDIT-LINE THRU READ-AUDIT-LINE-EXIT
              UNTIL WS-AUD-EOF

           CLOSE AUDIT-FILE
           .
       SCAN-AUDIT-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-AUDIT-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    a change stamped after the as-of date is undone by its
      *>    before-image; of several, the earliest holds the values
      *>    that were live on the as-of date
           READ AUDIT-FILE
             AT END
               SET WS-AUD-EOF TO TRUE
               GO TO READ-AUDIT-LINE-EXIT
           END-READ

           ADD 1 TO WS-AUD-READ-COUNT
           MOVE AUDIT-LINE (1:95) TO WS-WORK-LINE

           IF WS-WORK-LINE (19:6) NOT = 'EMPNO='
           OR WS-WORK-LINE (1:8) NOT > WS-ASOF-DATE
               GO TO READ-AUDIT-LINE-EXIT
           END-IF

           MOVE WS-WORK-LINE (25:6) TO WS-LOOKUP-EMPNO
           PERFORM FIND-EMP-ROW THRU FIND-EMP-ROW-EXIT
           IF WS-MATCH-SLOT = 0
               ADD 1 TO WS-AUD-ORPHAN-COUNT
               GO TO READ-AUDIT-LINE-EXIT
           END-IF

           MOVE WS-WORK-LINE (1:8)  TO WS-LINE-STAMP (1:8)
           MOVE WS-WORK-LINE (10:8) TO WS-LINE-STAMP (9:8)

           SET WS-EMP-IDX TO WS-MATCH-SLOT
           IF WS-LINE-STAMP < WS-EMP-AUD-STAMP (WS-EMP-IDX)
               MOVE WS-LINE-STAMP TO WS-EMP-AUD-STAMP (WS-EMP-IDX)
               MOVE WS-WORK-LINE (39:3) TO WS-EMP-AUD-DEPT (WS-EMP-IDX)
               MOVE WS-WORK-LINE (43:8) TO WS-EMP-AUD-JOB (WS-EMP-IDX)
               MOVE WS-WORK-LINE (52:12) TO WS-EDITED-SALARY
               MOVE WS-EDITED-SALARY
                 TO WS-EMP-AUD-SALARY (WS-EMP-IDX)
           END-IF
           ADD 1 TO WS-AUD-USED-COUNT
           .
       READ-AUDIT-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-TRANSFERS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-XFH-EOF-SW

           OPEN INPUT XFER-HIST-FILE
           IF NOT WS-XFH-FILE-OK
               DISPLAY "DB2ASOF: TRANSFER HISTORY " WS-XFER-FILE-NAME
                  " NOT ON FILE"
               GO TO SCAN-TRANSFERS-EXIT
           END-IF

           PERFORM READ-XFER-RECORD THRU READ-XFER-RECORD-EXIT
              UNTIL WS-XFH-EOF

           CLOSE XFER-HIST-FILE
           .
       SCAN-TRANSFERS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-XFER-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    a move keyed before the as-of date but effective after it
      *>    had not happened yet, and one keyed after but effective on
      *>    or before it already had - the audit line, stamped with the
      *>    keying date, gets both wrong, so the transfer trail decides
      *>    the department whenever it speaks:
      *>      - earliest move effective after the date: its FROM dept
      *>      - else latest move keyed after, effective on/before: TO
           READ XFER-HIST-FILE
             AT END
               SET WS-XFH-EOF TO TRUE
               GO TO READ-XFER-RECORD-EXIT
           END-READ

           MOVE SPACES TO WS-MOVE-DATE
           MOVE SPACES TO WS-EFF-DATE-NUM
           STRING XFH-EFF-DATE (1:4) DELIMITED BY SIZE
                  XFH-EFF-DATE (6:2) DELIMITED BY SIZE
                  XFH-EFF-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-EFF-DATE-NUM
           END-STRING
           IF WS-EFF-DATE-NUM IS NUMERIC
               MOVE WS-EFF-DATE-NUM TO WS-MOVE-DATE
           ELSE
               IF XFH-RUN-DATE IS NUMERIC
                   MOVE XFH-RUN-DATE TO WS-MOVE-DATE
               END-IF
           END-IF

           IF WS-MOVE-DATE = SPACES
               GO TO READ-XFER-RECORD-EXIT
           END-IF

           IF WS-MOVE-DATE NOT > WS-ASOF-DATE
           AND XFH-RUN-DATE NOT > WS-ASOF-DATE
               GO TO READ-XFER-RECORD-EXIT
           END-IF

           MOVE XFH-EMPNO TO WS-LOOKUP-EMPNO
           PERFORM FIND-EMP-ROW THRU FIND-EMP-ROW-EXIT
           IF WS-MATCH-SLOT = 0
               ADD 1 TO WS-XFH-ORPHAN-COUNT
               GO TO READ-XFER-RECORD-EXIT
           END-IF

           SET WS-EMP-IDX TO WS-MATCH-SLOT
           IF WS-MOVE-DATE > WS-ASOF-DATE
               IF WS-EMP-XFR-FROM-DT (WS-EMP-IDX) = SPACES
               OR WS-MOVE-DATE < WS-EMP-XFR-FROM-DT (WS-EMP-IDX)
                   MOVE WS-MOVE-DATE
                     TO WS-EMP-XFR-FROM-DT (WS-EMP-IDX)
                   MOVE XFH-FROM-DEPT TO WS-EMP-XFR-FROM (WS-EMP-IDX)
               END-IF
           ELSE
               IF WS-MOVE-DATE NOT < WS-EMP-XFR-TO-DT (WS-EMP-IDX)
                   MOVE WS-MOVE-DATE TO WS-EMP-XFR-TO-DT (WS-EMP-IDX)
                   MOVE XFH-TO-DEPT  TO WS-EMP-XFR-TO (WS-EMP-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-XFH-USED-COUNT
           .
       READ-XFER-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REBUILD-ONE-ROW SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-EMP-IMAGE (WS-EMP-IDX) TO EXT-EMPLOYEE-REC
           MOVE EXT-WORKDEPT TO WS-NOW-DEPT
           MOVE EXT-JOB      TO WS-NOW-JOB
           MOVE EXT-SALARY   TO WS-NOW-SALARY
           MOVE SPACES       TO WS-ROW-ACTION
           MOVE SPACES       TO WS-ROW-NOTE

      *>    hired after the as-of date - not on the books that day; a
      *>    hire date that will not read as a date keeps the row
           MOVE SPACES TO WS-HIRE-DATE-NUM
           STRING EXT-HIREDATE (1:4) DELIMITED BY SIZE
                  EXT-HIREDATE (6:2) DELIMITED BY SIZE
                  EXT-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-DATE-NUM
           END-STRING
           IF WS-HIRE-DATE-NUM IS NOT NUMERIC
               ADD 1 TO WS-NO-HIRE-COUNT
           ELSE
               IF WS-HIRE-DATE-NUM > WS-ASOF-DATE
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE 'DROPPED' TO WS-ROW-ACTION
                   STRING 'HIRED ' DELIMITED BY SIZE
                          EXT-HIREDATE DELIMITED BY SIZE
                          INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM WRITE-DETAIL-LINE
                      THRU WRITE-DETAIL-LINE-EXIT
                   GO TO REBUILD-ONE-ROW-EXIT
               END-IF
           END-IF

           IF WS-EMP-AUD-STAMP (WS-EMP-IDX) NOT = HIGH-VALUES
               MOVE WS-EMP-AUD-DEPT (WS-EMP-IDX)   TO EXT-WORKDEPT
               MOVE WS-EMP-AUD-JOB (WS-EMP-IDX)    TO EXT-JOB
               MOVE WS-EMP-AUD-SALARY (WS-EMP-IDX) TO EXT-SALARY
           END-IF

           IF WS-EMP-XFR-FROM-DT (WS-EMP-IDX) NOT = SPACES
               MOVE WS-EMP-XFR-FROM (WS-EMP-IDX) TO EXT-WORKDEPT
           ELSE
               IF WS-EMP-XFR-TO-DT (WS-EMP-IDX) NOT = SPACES
                   MOVE WS-EMP-XFR-TO (WS-EMP-IDX) TO EXT-WORKDEPT
               END-IF
           END-IF

           MOVE EXT-EMPLOYEE-REC TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT

           IF WS-EMP-SOURCE (WS-EMP-IDX) = 'H'
               MOVE 'ADDED BACK' TO WS-ROW-ACTION
               STRING 'TERMINATED ' DELIMITED BY SIZE
                      WS-EMP-TERM-DATE (WS-EMP-IDX) DELIMITED BY SIZE
                      INTO WS-ROW-NOTE
               END-STRING
           ELSE
               IF EXT-WORKDEPT NOT = WS-NOW-DEPT
               OR EXT-JOB NOT = WS-NOW-JOB
               OR EXT-SALARY NOT = WS-NOW-SALARY
                   MOVE 'RESTORED' TO WS-ROW-ACTION
                   ADD 1 TO WS-RESTORED-COUNT
               END-IF
           END-IF

           IF WS-ROW-ACTION NOT = SPACES
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
           END-IF
           .
       REBUILD-ONE-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DETAIL-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    NOW is the row as a source holds it today (the history
      *>    image for a terminated person), AS-OF what goes out
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE EXT-EMPNO TO WS-DTL-EMPNO
           MOVE SPACES    TO WS-DTL-NAME
           STRING EXT-LASTNAME DELIMITED BY SPACE
                  ', '         DELIMITED BY SIZE
                  EXT-FIRSTNME DELIMITED BY SPACE
                  INTO WS-DTL-NAME
           END-STRING
           MOVE WS-ROW-ACTION TO WS-DTL-ACTION
           MOVE WS-NOW-DEPT   TO WS-DTL-DEPT-NOW
           MOVE WS-NOW-JOB    TO WS-DTL-JOB-NOW
           MOVE WS-NOW-SALARY TO WS-DTL-SAL-NOW
           IF WS-ROW-ACTION = 'DROPPED'
               MOVE SPACES TO WS-DTL-DEPT-ASOF
               MOVE SPACES TO WS-DTL-JOB-ASOF
               MOVE 0      TO WS-DTL-SAL-ASOF
           ELSE
               MOVE EXT-WORKDEPT TO WS-DTL-DEPT-ASOF
               MOVE EXT-JOB      TO WS-DTL-JOB-ASOF
               MOVE EXT-SALARY   TO WS-DTL-SAL-ASOF
           END-IF
           MOVE WS-ROW-NOTE TO WS-DTL-NOTE

           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-DETAIL-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-NOTES SECTION.
      *>------------------------------------------------------------------------
      *>    the evidence used, the evidence missing, and the fields no
      *>    source records - so nobody reads more into the extract than
      *>    it can carry
           SET WS-RPT-NOTES TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE "CURRENT EMPLOYEE ROWS READ" TO WS-CNT-LABEL
           MOVE WS-CURRENT-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "TERMINATED AFTER THE DATE, ADDED BACK"
             TO WS-CNT-LABEL
           MOVE WS-ADDED-BACK-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "OTHER HISTORY SPELLS FOR AN EMPNO ALREADY HELD"
             TO WS-CNT-LABEL
           MOVE WS-SPELL-SKIP-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "HIRED AFTER THE DATE, DROPPED" TO WS-CNT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "ROWS WITH DEPT/JOB/SALARY RESTORED" TO WS-CNT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "ROWS WRITTEN TO THE EXTRACT" TO WS-CNT-LABEL
           MOVE WS-WRITTEN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "AUDIT LINES READ" TO WS-CNT-LABEL
           MOVE WS-AUD-READ-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "AUDIT LINES AFTER THE DATE APPLIED" TO WS-CNT-LABEL
           MOVE WS-AUD-USED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "TRANSFER RECORDS APPLIED" TO WS-CNT-LABEL
           MOVE WS-XFH-USED-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EVIDENCE GAPS" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "AUDIT LINES FOR AN EMPNO NO SOURCE HOLDS"
             TO WS-CNT-LABEL
           MOVE WS-AUD-ORPHAN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "TRANSFERS FOR AN EMPNO NO SOURCE HOLDS"
             TO WS-CNT-LABEL
           MOVE WS-XFH-ORPHAN-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "ROWS WHOSE HIRE DATE WOULD NOT READ (KEPT)"
             TO WS-CNT-LABEL
           MOVE WS-NO-HIRE-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           MOVE "ARCHIVES ON THE INDEX BUT NOT ON FILE"
             TO WS-CNT-LABEL
           MOVE WS-ARX-MISSING-COUNT TO WS-CNT-VALUE
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-EXIT

           IF WS-STORE-MISSING
               MOVE "  *** THE AUDIT STORE WAS NOT ON FILE - CHANGES"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE "      LOADED TO IT HAVE NOT BEEN UNDONE ***"
                 TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-EMP-OVERFLOW
               MOVE "  *** EMPLOYEE TABLE FULL - ROWS PAST IT ARE"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE "      MISSING FROM THE EXTRACT ***" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FIELDS THE SOURCES CANNOT RECONSTRUCT" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  FIRSTNME, MIDINIT, LASTNAME, PHONENO, EDLEVEL, SEX,"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  BIRTHDATE - NO CHANGE TO THESE IS AUDITED; THEY ARE"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  SHOWN AS HELD TODAY (AT TERMINATION FOR ROWS ADDED"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  BACK FROM THE HISTORY STORE)." TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  BONUS, COMM - NOT ON THE AUDIT LINE; SHOWN AS HELD"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  TODAY (AT TERMINATION FOR ROWS ADDED BACK)."
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  SALARY - RESTORED EXACTLY, BUT THE EXTDB2CO LAYOUT"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  CARRIES WHOLE UNITS ONLY; CENTS ARE DROPPED."
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  WORKDEPT, JOB, SALARY - RECONSTRUCTED ONLY FROM"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  CHANGES THAT LEFT AN AUDIT LINE OR A TRANSFER"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  RECORD; A CHANGE MADE OUTSIDE THEM IS NOT UNDONE."
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  LEAVERS REMOVED WITHOUT A HISTORY-STORE RECORD"
             TO RPT-LINE
           WRITE RPT-LINE
           MOVE "  CANNOT BE ADDED BACK (SEE THE EMPNO COUNTS ABOVE)."
             TO RPT-LINE
           WRITE RPT-LINE
           .
       WRITE-NOTES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-COUNT-LINE SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE
          .
       WRITE-COUNT-LINE-EXIT.
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
           MOVE WS-ASOF-DATE   TO WS-PHL-ASOF-DATE
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-RPT-DETAIL
               MOVE "ROWS THAT DIFFER FROM TODAY'S EMPLOYEE TABLE"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-DTL-HDG-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-DTL-HDG-LINE-2 TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "RECONSTRUCTION NOTES" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2ASOF.

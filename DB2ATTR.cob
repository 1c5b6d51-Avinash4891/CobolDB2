      *>************************************************************************
      *>  SAMPLE ATTRITION AND RETENTION ANALYSIS PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2ATTR.cob
      *>
      *> Purpose:      Attrition and retention analysis from the
      *>               termination history and the current population
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - stitches the employment spells together the
      *>                 way DB2SRVC does: each terminated spell on the
      *>                 EMPLOYEE_HIST store (hire date to
      *>                 HIST-TERM-DATE) plus the open spell of everyone
      *>                 on EMPLOYEE today, read through DB2FETCH's
      *>                 called row-interface
      *>               - for each of the trend months (up to twelve
      *>                 month-ends, side by side, the latest on the
      *>                 right) the rolling twelve-month attrition rate:
      *>                 leavers in the twelve months to that month-end
      *>                 over the average of the headcount at the start
      *>                 and at the end of those twelve months
      *>               - the rate for the company, per department and
      *>                 per job, with a BETTER/WORSE marker comparing
      *>                 the latest month with the first
      *>               - the twelve-month leavers by tenure band at
      *>                 termination (under 1 year, 1-3, 3-5, 5-10 and
      *>                 10+ years), as counts and as a share of all
      *>                 leavers
      *>               - regretted early leavers: everyone who left
      *>                 within their first year, counted per month and
      *>                 listed by name for the latest twelve months
      *>               - rehire rates from the spells: the share of the
      *>                 twelve-month hires that were people coming back,
      *>                 and how many departures on the history store
      *>                 were followed by a return
      *>               - the headcount at a past month-end is rebuilt
      *>                 from the spells, so a person counts in the
      *>                 department and job they held when they left (or
      *>                 hold today); moves between departments are not
      *>                 replayed
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2ATTR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the history store DB2EHIST maintains - termination date plus
      *> the archived extract image of the row
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

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
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'attrrpt.txt'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).

      *> the trend: the latest month-end reported (YYYYMM, default
      *> the last full month before the run) and how many month-ends
      *> run side by side up to it. A month is carried as a serial
      *> number, YYYY * 12 + MM - 1, so twelve months back is simply
      *> the serial less twelve
        01 WS-AS-OF-IN           PIC X(6).
        01 WS-AS-OF-MM           PIC 9(2).
        01 WS-MONTHS-IN          PIC X(2).
        01 WS-TRD-COUNT          PIC 9(2) VALUE 12.
        01 WS-TRD-MAX            PIC 9(2) VALUE 12.
        01 WS-TRD-TAB.
           05 WS-TRD-ENTRY OCCURS 12 TIMES
                           INDEXED BY WS-TRD-IDX.
              10 WS-TRD-SERIAL      PIC 9(6).
              10 WS-TRD-LABEL       PIC X(7).
        01 WS-LAST-SERIAL        PIC 9(6).
        01 WS-MON-END            PIC 9(6).
        01 WS-MON-START          PIC 9(6).

      *> every spell, terminated ones off the history store first,
      *> then the open spell of each current employee. TERM-SER is 0
      *> for a spell still open; REHIRE marks a spell that began after
      *> an earlier spell of the same EMPNO had ended, RETURNED a
      *> terminated spell that a later spell followed
        01 WS-SPELL-COUNT        PIC 9(5) VALUE 0.
        01 WS-SPELL-MAX          PIC 9(5) VALUE 10000.
        01 WS-HIST-SPELLS        PIC 9(5) VALUE 0.
        01 WS-SPELL-OVERFLOW-SW  PIC X VALUE 'N'.
           88 WS-SPELL-OVERFLOW      VALUE 'Y'.
        01 WS-SPELL-TAB.
           05 WS-SPELL-ENTRY OCCURS 10000 TIMES
                             INDEXED BY WS-SPELL-IDX.
              10 WS-SPL-EMPNO       PIC X(6).
              10 WS-SPL-NAME        PIC X(28).
              10 WS-SPL-DEPT        PIC X(3).
              10 WS-SPL-JOB         PIC X(8).
              10 WS-SPL-HIRE        PIC 9(8).
              10 WS-SPL-TERM        PIC 9(8).
              10 WS-SPL-HIRE-SER    PIC 9(6).
              10 WS-SPL-TERM-SER    PIC 9(6).
              10 WS-SPL-TENURE      PIC 9(5).
              10 WS-SPL-BAND        PIC 9(1).
              10 WS-SPL-REHIRE      PIC X(1).
              10 WS-SPL-RETURNED    PIC X(1).

        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-HIRE-NUM           PIC X(8).
        01 WS-NEW-NAME           PIC X(28).
        01 WS-CURRENT-COUNT      PIC 9(5) VALUE 0.
        01 WS-UNDATED-COUNT      PIC 9(5) VALUE 0.

      *> company-wide tallies for each trend month
        01 WS-CO-TAB.
           05 WS-CO-MON OCCURS 12 TIMES.
              10 WS-CO-HC-END       PIC 9(5).
              10 WS-CO-HC-START     PIC 9(5).
              10 WS-CO-LEFT-MON     PIC 9(5).
              10 WS-CO-LEFT-R12     PIC 9(5).
              10 WS-CO-EARLY-R12    PIC 9(5).
              10 WS-CO-HIRE-R12     PIC 9(5).
              10 WS-CO-REHIRE-R12   PIC 9(5).
              10 WS-CO-BAND-R12     PIC 9(5) OCCURS 5 TIMES.

      *> per-department and per-job tallies for each trend month
        01 WS-DEPT-COUNT         PIC 9(3) VALUE 0.
        01 WS-DEPT-MAX           PIC 9(3) VALUE 500.
        01 WS-DEPT-TAB.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
              10 WS-DPT-MONTHS.
                 15 WS-DPT-MON OCCURS 12 TIMES.
                    20 WS-DPT-HC-END   PIC 9(5).
                    20 WS-DPT-HC-START PIC 9(5).
                    20 WS-DPT-LEFT-R12 PIC 9(5).
        01 WS-JOB-COUNT          PIC 9(3) VALUE 0.
        01 WS-JOB-MAX            PIC 9(3) VALUE 200.
        01 WS-JOB-TAB.
           05 WS-JOB-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-JOB-IDX.
              10 WS-JBT-JOB         PIC X(8).
              10 WS-JBT-MONTHS.
                 15 WS-JBT-MON OCCURS 12 TIMES.
                    20 WS-JBT-HC-END   PIC 9(5).
                    20 WS-JBT-HC-START PIC 9(5).
                    20 WS-JBT-LEFT-R12 PIC 9(5).
        01 WS-GROUP-OVERFLOW-SW  PIC X VALUE 'N'.
           88 WS-GROUP-OVERFLOW      VALUE 'Y'.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-DEPT-SLOT          PIC 9(3) VALUE 0.
        01 WS-JOB-SLOT           PIC 9(3) VALUE 0.

      *> the same month layout as a department or job entry, for
      *> the row being printed
        01 WS-GRP-MONTHS.
           05 WS-GRP-MON OCCURS 12 TIMES.
              10 WS-GRP-HC-END      PIC 9(5).
              10 WS-GRP-HC-START    PIC 9(5).
              10 WS-GRP-LEFT-R12    PIC 9(5).

      *> tenure at termination, in the five bands reported
        01 WS-BAND-NAMES.
           05 FILLER PIC X(14) VALUE 'UNDER 1 YEAR'.
           05 FILLER PIC X(14) VALUE '1-3 YEARS'.
           05 FILLER PIC X(14) VALUE '3-5 YEARS'.
           05 FILLER PIC X(14) VALUE '5-10 YEARS'.
           05 FILLER PIC X(14) VALUE '10+ YEARS'.
        01 WS-BAND-TAB REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME PIC X(14) OCCURS 5 TIMES.
        01 WS-BAND-IDX           PIC 9(1) VALUE 0.

      *> the row being printed: a count, or a percentage of NUM over
      *> DEN; a row with the trend marker compares its last month's
      *> percentage with its first, lower being better
        01 WS-SECTION-TITLE      PIC X(60).
        01 WS-ROW-LABEL          PIC X(14).
        01 WS-ROW-TREND-SW       PIC X VALUE 'N'.
           88 WS-ROW-TREND           VALUE 'Y'.
        01 WS-ROW-TAB.
           05 WS-ROW-MON OCCURS 12 TIMES.
              10 WS-ROW-NUM         PIC 9(5).
              10 WS-ROW-DEN         PIC 9(5)V9.
        01 WS-PCT                PIC 9(5)V9.
        01 WS-FIRST-PCT          PIC 9(5)V9.
        01 WS-LAST-PCT           PIC 9(5)V9.
        01 WS-FIRST-PCT-SW       PIC X VALUE 'N'.
           88 WS-FIRST-PCT-SET       VALUE 'Y'.
        01 WS-LAST-PCT-SW        PIC X VALUE 'N'.
           88 WS-LAST-PCT-SET        VALUE 'Y'.
        01 WS-ED-COUNT           PIC ZZZZZZZ9.
        01 WS-ED-PCT             PIC ZZZZ9.9.

      *> service arithmetic - whole calendar months, the DB2SRVC way
        01 WS-FROM-DATE          PIC 9(8) VALUE 0.
        01 WS-TO-DATE            PIC 9(8) VALUE 0.
        01 WS-FROM-YYYY          PIC 9(4) VALUE 0.
        01 WS-FROM-MM            PIC 9(2) VALUE 0.
        01 WS-FROM-DD            PIC 9(2) VALUE 0.
        01 WS-TO-YYYY            PIC 9(4) VALUE 0.
        01 WS-TO-MM              PIC 9(2) VALUE 0.
        01 WS-TO-DD              PIC 9(2) VALUE 0.
        01 WS-SPAN-MONTHS        PIC S9(5) VALUE 0.
        01 WS-SER-DATE           PIC 9(8) VALUE 0.
        01 WS-SER-MONTH          PIC 9(6) VALUE 0.
        01 WS-SER-YYYY           PIC 9(4) VALUE 0.
        01 WS-SER-MM             PIC 9(2) VALUE 0.

        01 WS-DEPARTURES         PIC 9(5) VALUE 0.
        01 WS-RETURNS            PIC 9(5) VALUE 0.
        01 WS-EARLY-LISTED       PIC 9(5) VALUE 0.

        01 WS-RPT-HDR-LINE.
           05 FILLER                PIC X(44)
              VALUE "DB2ATTR - ATTRITION AND RETENTION ANALYSIS  ".
           05 FILLER                PIC X(14) VALUE "MONTHS ENDING ".
           05 WS-RHL-FIRST          PIC X(7).
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 WS-RHL-LAST           PIC X(7).
           05 FILLER                PIC X(8)  VALUE "    RUN ".
           05 WS-RHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(40) VALUE SPACES.

      *> one label, a cell per trend month and, in the cell after
      *> the last month, the trend marker
        01 WS-TREND-LINE.
           05 WS-TRL-LABEL          PIC X(14).
           05 WS-TRL-CELL           PIC X(9) OCCURS 13 TIMES.
           05 FILLER                PIC X(1)  VALUE SPACE.
        01 WS-TREND-CELL         PIC 9(2) VALUE 0.

        01 WS-EARLY-HDG-LINE.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "JOB".
           05 FILLER PIC X(10) VALUE "HIRED".
           05 FILLER PIC X(10) VALUE "LEFT".
           05 FILLER PIC X(08) VALUE "MONTHS".
           05 FILLER PIC X(50) VALUE SPACES.

        01 WS-EARLY-LINE.
           05 WS-ERL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ERL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ERL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-ERL-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ERL-HIRE           PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ERL-TERM           PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ERL-MONTHS         PIC ZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-ERL-NOTE           PIC X(12).
           05 FILLER                PIC X(40) VALUE SPACES.

        01 WS-RETURN-LINE.
           05 FILLER                PIC X(38)
              VALUE "DEPARTURES ON THE HISTORY STORE     : ".
           05 WS-RTL-DEPARTURES     PIC ZZZZ9.
           05 FILLER                PIC X(89) VALUE SPACES.
        01 WS-RETURN-LINE-2.
           05 FILLER                PIC X(38)
              VALUE "FOLLOWED BY A RETURN (REHIRED)      : ".
           05 WS-RTL-RETURNS        PIC ZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-RTL-PCT            PIC ZZ9.9.
           05 FILLER                PIC X(80) VALUE "%".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2ATTR SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2ATTR: INSIDE ATTRITION ANALYSIS MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-HISTORY-SPELLS THRU LOAD-HISTORY-SPELLS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2ATTR: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2ATTR: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CURRENT-SPELLS THRU LOAD-CURRENT-SPELLS-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
              UNTIL WS-SPELL-IDX > WS-SPELL-COUNT
               PERFORM MARK-REHIRES THRU MARK-REHIRES-EXIT
           END-PERFORM

           INITIALIZE WS-CO-TAB
           PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
              UNTIL WS-SPELL-IDX > WS-SPELL-COUNT
               PERFORM TALLY-ONE-SPELL THRU TALLY-ONE-SPELL-EXIT
           END-PERFORM

           PERFORM WRITE-ATTRITION-REPORT
              THRU WRITE-ATTRITION-REPORT-EXIT

           DISPLAY "DB2ATTR: ======== ATTRITION SUMMARY ==========="
           DISPLAY "DB2ATTR: TERMINATED SPELLS   : " WS-HIST-SPELLS
           DISPLAY "DB2ATTR: CURRENT EMPLOYEES   : " WS-CURRENT-COUNT
           DISPLAY "DB2ATTR: SKIPPED - NO DATES  : " WS-UNDATED-COUNT
           DISPLAY "DB2ATTR: DEPARTMENTS         : " WS-DEPT-COUNT
           DISPLAY "DB2ATTR: JOBS                : " WS-JOB-COUNT
           DISPLAY "DB2ATTR: EARLY LEAVERS LISTED: " WS-EARLY-LISTED
           DISPLAY "DB2ATTR: ======================================"

           IF WS-SPELL-OVERFLOW OR WS-GROUP-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2ATTR: EXITING ATTRITION ANALYSIS MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2ATTR-EX.
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

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2ATTR_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'attrrpt.txt' TO WS-REPORT-FILE-NAME
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

      *>    the latest month-end reported: DB2ATTR_AS_OF (YYYYMM),
      *>    else the last full month before today
           MOVE WS-RUN-DATE TO WS-SER-DATE
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           COMPUTE WS-LAST-SERIAL = WS-SER-MONTH - 1

           ACCEPT WS-AS-OF-IN FROM ENVIRONMENT "DB2ATTR_AS_OF"
           IF WS-AS-OF-IN NOT = SPACE
               IF WS-AS-OF-IN IS NUMERIC
                   MOVE WS-AS-OF-IN (5:2) TO WS-AS-OF-MM
               ELSE
                   MOVE 0 TO WS-AS-OF-MM
               END-IF
               IF WS-AS-OF-MM >= 1 AND WS-AS-OF-MM <= 12
                   MOVE WS-AS-OF-IN TO WS-SER-DATE (1:6)
                   MOVE '01'        TO WS-SER-DATE (7:2)
                   PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
                   MOVE WS-SER-MONTH TO WS-LAST-SERIAL
               ELSE
                   DISPLAY "DB2ATTR: DB2ATTR_AS_OF " WS-AS-OF-IN
                      " IS NOT YYYYMM - LAST FULL MONTH USED"
               END-IF
           END-IF

      *>    how many month-ends trend side by side, 1 to 12
           ACCEPT WS-MONTHS-IN FROM ENVIRONMENT "DB2ATTR_MONTHS"
           IF WS-MONTHS-IN NOT = SPACE
               IF WS-MONTHS-IN (2:1) = SPACE
                   MOVE WS-MONTHS-IN (1:1) TO WS-MONTHS-IN (2:1)
                   MOVE '0'                TO WS-MONTHS-IN (1:1)
               END-IF
               IF WS-MONTHS-IN IS NUMERIC
                   MOVE WS-MONTHS-IN TO WS-TRD-COUNT
               END-IF
               IF WS-TRD-COUNT < 1 OR WS-TRD-COUNT > WS-TRD-MAX
                   DISPLAY "DB2ATTR: DB2ATTR_MONTHS " WS-MONTHS-IN
                      " OUT OF RANGE 1-12 - 12 USED"
                   MOVE 12 TO WS-TRD-COUNT
               END-IF
           END-IF

      *>    trend month 1 is the oldest, the last is the as-of month
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               COMPUTE WS-TRD-SERIAL (WS-TRD-IDX) =
                   WS-LAST-SERIAL - WS-TRD-COUNT + WS-TRD-IDX
               DIVIDE WS-TRD-SERIAL (WS-TRD-IDX) BY 12
                   GIVING WS-SER-YYYY REMAINDER WS-SER-MM
               ADD 1 TO WS-SER-MM
               MOVE SPACES TO WS-TRD-LABEL (WS-TRD-IDX)
               STRING WS-SER-YYYY DELIMITED BY SIZE
                      "-"         DELIMITED BY SIZE
                      WS-SER-MM   DELIMITED BY SIZE
                      INTO WS-TRD-LABEL (WS-TRD-IDX)
               END-STRING
           END-PERFORM

           DISPLAY "DB2ATTR: HISTORY STORE = " WS-HIST-FILE-NAME
           DISPLAY "DB2ATTR: REPORT FILE   = " WS-REPORT-FILE-NAME
           DISPLAY "DB2ATTR: MONTHS ENDING = "
              WS-TRD-LABEL (1) " TO " WS-TRD-LABEL (WS-TRD-COUNT)
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
               DISPLAY "DB2ATTR: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2ATTR: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-HISTORY-SPELLS SECTION.
      *>------------------------------------------------------------------------
      *>    each archived row is one terminated spell; a shop with no
      *>    history store yet has no leavers to analyse
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2ATTR: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - NO TERMINATIONS TO ANALYSE"
               GO TO LOAD-HISTORY-SPELLS-EXIT
           END-IF

           PERFORM READ-HISTORY-RECORD THRU READ-HISTORY-RECORD-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE

           MOVE WS-SPELL-COUNT TO WS-HIST-SPELLS
           DISPLAY "DB2ATTR: " WS-HIST-SPELLS
              " TERMINATED SPELL(S) ON THE HISTORY STORE"
           .
       LOAD-HISTORY-SPELLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the archived image is the extract row as it stood at the
      *>    termination; a spell with no usable hire or termination
      *>    date cannot be placed in any month and is skipped
           READ HIST-FILE
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO READ-HISTORY-RECORD-EXIT
           END-READ

           MOVE HIST-EMP-IMAGE TO EXT-EMPLOYEE-REC
           MOVE SPACES TO WS-HIRE-NUM
           STRING EXT-HIREDATE (1:4) DELIMITED BY SIZE
                  EXT-HIREDATE (6:2) DELIMITED BY SIZE
                  EXT-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-NUM
           END-STRING
           IF WS-HIRE-NUM NOT NUMERIC
           OR HIST-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

      *>    a spell anonymized under the retention rules keeps its
      *>    dates, department and job but not the name
           MOVE SPACES TO WS-NEW-NAME
           IF EXT-FIRSTNME = SPACES AND EXT-LASTNAME = SPACES
               MOVE "(NAME REMOVED)" TO WS-NEW-NAME
           ELSE
               STRING EXT-FIRSTNME DELIMITED BY SPACE
                      " "          DELIMITED BY SIZE
                      EXT-LASTNAME DELIMITED BY SIZE
                      INTO WS-NEW-NAME
               END-STRING
           END-IF

           PERFORM ADD-SPELL THRU ADD-SPELL-EXIT
           IF NOT WS-SPELL-OVERFLOW
               MOVE HIST-TERM-DATE TO WS-SPL-TERM (WS-SPELL-IDX)
               MOVE HIST-TERM-DATE TO WS-SER-DATE
               PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
               MOVE WS-SER-MONTH TO WS-SPL-TERM-SER (WS-SPELL-IDX)

               MOVE WS-SPL-HIRE (WS-SPELL-IDX) TO WS-FROM-DATE
               MOVE WS-SPL-TERM (WS-SPELL-IDX) TO WS-TO-DATE
               PERFORM COMPUTE-SPAN-MONTHS
                  THRU COMPUTE-SPAN-MONTHS-EXIT
               MOVE WS-SPAN-MONTHS TO WS-SPL-TENURE (WS-SPELL-IDX)
               EVALUATE TRUE
                 WHEN WS-SPAN-MONTHS < 12
                   MOVE 1 TO WS-SPL-BAND (WS-SPELL-IDX)
                 WHEN WS-SPAN-MONTHS < 36
                   MOVE 2 TO WS-SPL-BAND (WS-SPELL-IDX)
                 WHEN WS-SPAN-MONTHS < 60
                   MOVE 3 TO WS-SPL-BAND (WS-SPELL-IDX)
                 WHEN WS-SPAN-MONTHS < 120
                   MOVE 4 TO WS-SPL-BAND (WS-SPELL-IDX)
                 WHEN OTHER
                   MOVE 5 TO WS-SPL-BAND (WS-SPELL-IDX)
               END-EVALUATE
           END-IF
           .
       READ-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CURRENT-SPELLS SECTION.
      *>------------------------------------------------------------------------
      *>    all of EMPLOYEE comes back directly through DB2FETCH's
      *>    called row-interface; each row is an open spell
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2ATTR: EMPLOYEE CURSOR WOULD NOT OPEN"
               GO TO LOAD-CURRENT-SPELLS-EXIT
           END-IF

           PERFORM READ-CURRENT-EMPLOYEE
              THRU READ-CURRENT-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       LOAD-CURRENT-SPELLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CURRENT-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO READ-CURRENT-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           ADD 1 TO WS-CURRENT-COUNT

           MOVE SPACES TO WS-HIRE-NUM
           STRING EXT-HIREDATE (1:4) DELIMITED BY SIZE
                  EXT-HIREDATE (6:2) DELIMITED BY SIZE
                  EXT-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-NUM
           END-STRING
           IF WS-HIRE-NUM NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               GO TO READ-CURRENT-EMPLOYEE-EXIT
           END-IF

           MOVE SPACES TO WS-NEW-NAME
           STRING EXT-FIRSTNME DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  EXT-LASTNAME DELIMITED BY SIZE
                  INTO WS-NEW-NAME
           END-STRING

           PERFORM ADD-SPELL THRU ADD-SPELL-EXIT
           .
       READ-CURRENT-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-SPELL SECTION.
      *>------------------------------------------------------------------------
      *>    adds the spell in EXT-EMPLOYEE-REC as an open one, hired
      *>    WS-HIRE-NUM; the caller closes a terminated spell
           IF WS-SPELL-COUNT >= WS-SPELL-MAX
               IF NOT WS-SPELL-OVERFLOW
                   DISPLAY "DB2ATTR: *** MORE THAN " WS-SPELL-MAX
                      " SPELLS - THE REST ARE LEFT OUT OF THE"
                      " ANALYSIS ***"
               END-IF
               SET WS-SPELL-OVERFLOW TO TRUE
               GO TO ADD-SPELL-EXIT
           END-IF

           ADD 1 TO WS-SPELL-COUNT
           SET WS-SPELL-IDX TO WS-SPELL-COUNT
           MOVE EXT-EMPNO    TO WS-SPL-EMPNO (WS-SPELL-IDX)
           MOVE WS-NEW-NAME  TO WS-SPL-NAME (WS-SPELL-IDX)
           MOVE EXT-WORKDEPT TO WS-SPL-DEPT (WS-SPELL-IDX)
           MOVE EXT-JOB      TO WS-SPL-JOB (WS-SPELL-IDX)
           MOVE WS-HIRE-NUM  TO WS-SPL-HIRE (WS-SPELL-IDX)
           MOVE 0            TO WS-SPL-TERM (WS-SPELL-IDX)
           MOVE 0            TO WS-SPL-TERM-SER (WS-SPELL-IDX)
           MOVE 0            TO WS-SPL-TENURE (WS-SPELL-IDX)
           MOVE 0            TO WS-SPL-BAND (WS-SPELL-IDX)
           MOVE 'N'          TO WS-SPL-REHIRE (WS-SPELL-IDX)
           MOVE 'N'          TO WS-SPL-RETURNED (WS-SPELL-IDX)

           MOVE WS-HIRE-NUM TO WS-SER-DATE
           PERFORM DATE-TO-SERIAL THRU DATE-TO-SERIAL-EXIT
           MOVE WS-SER-MONTH TO WS-SPL-HIRE-SER (WS-SPELL-IDX)
           .
       ADD-SPELL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       MARK-REHIRES SECTION.
      *>------------------------------------------------------------------------
      *>    a spell is a rehire when an earlier spell of the same
      *>    EMPNO ended on or before it began; that earlier spell is
      *>    then a departure followed by a return. Only the history
      *>    spells can be the earlier one
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-HIST-SPELLS
               IF WS-SCAN-IDX NOT = WS-SPELL-IDX
               AND WS-SPL-EMPNO (WS-SCAN-IDX)
                   = WS-SPL-EMPNO (WS-SPELL-IDX)
               AND WS-SPL-TERM (WS-SCAN-IDX)
                   NOT > WS-SPL-HIRE (WS-SPELL-IDX)
                   MOVE 'Y' TO WS-SPL-REHIRE (WS-SPELL-IDX)
                   MOVE 'Y' TO WS-SPL-RETURNED (WS-SCAN-IDX)
               END-IF
           END-PERFORM
           .
       MARK-REHIRES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       TALLY-ONE-SPELL SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-SPL-DEPT (WS-SPELL-IDX) TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT
           MOVE WS-SPL-JOB (WS-SPELL-IDX) TO WS-LOOKUP-JOB
           PERFORM FIND-JOB-SLOT THRU FIND-JOB-SLOT-EXIT

           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               PERFORM TALLY-ONE-MONTH THRU TALLY-ONE-MONTH-EXIT
           END-PERFORM

           IF WS-SPELL-IDX <= WS-HIST-SPELLS
               ADD 1 TO WS-DEPARTURES
               IF WS-SPL-RETURNED (WS-SPELL-IDX) = 'Y'
                   ADD 1 TO WS-RETURNS
               END-IF
           END-IF
           .
       TALLY-ONE-SPELL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       TALLY-ONE-MONTH SECTION.
      *>------------------------------------------------------------------------
      *>    for trend month WS-TRD-IDX, whose twelve months run after
      *>    month-end WS-MON-START up to month-end WS-MON-END: on the
      *>    books at each end, left inside the twelve months or in the
      *>    month itself, hired inside the twelve months
           MOVE WS-TRD-SERIAL (WS-TRD-IDX) TO WS-MON-END
           COMPUTE WS-MON-START = WS-MON-END - 12

           IF WS-SPL-HIRE-SER (WS-SPELL-IDX) <= WS-MON-END
           AND (WS-SPL-TERM-SER (WS-SPELL-IDX) = 0
             OR WS-SPL-TERM-SER (WS-SPELL-IDX) > WS-MON-END)
               ADD 1 TO WS-CO-HC-END (WS-TRD-IDX)
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DPT-HC-END (WS-DEPT-SLOT WS-TRD-IDX)
               END-IF
               IF WS-JOB-SLOT > 0
                   ADD 1 TO WS-JBT-HC-END (WS-JOB-SLOT WS-TRD-IDX)
               END-IF
           END-IF

           IF WS-SPL-HIRE-SER (WS-SPELL-IDX) <= WS-MON-START
           AND (WS-SPL-TERM-SER (WS-SPELL-IDX) = 0
             OR WS-SPL-TERM-SER (WS-SPELL-IDX) > WS-MON-START)
               ADD 1 TO WS-CO-HC-START (WS-TRD-IDX)
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DPT-HC-START (WS-DEPT-SLOT WS-TRD-IDX)
               END-IF
               IF WS-JOB-SLOT > 0
                   ADD 1 TO WS-JBT-HC-START (WS-JOB-SLOT WS-TRD-IDX)
               END-IF
           END-IF

           IF WS-SPL-TERM-SER (WS-SPELL-IDX) > WS-MON-START
           AND WS-SPL-TERM-SER (WS-SPELL-IDX) <= WS-MON-END
               ADD 1 TO WS-CO-LEFT-R12 (WS-TRD-IDX)
               MOVE WS-SPL-BAND (WS-SPELL-IDX) TO WS-BAND-IDX
               ADD 1 TO WS-CO-BAND-R12 (WS-TRD-IDX WS-BAND-IDX)
               IF WS-BAND-IDX = 1
                   ADD 1 TO WS-CO-EARLY-R12 (WS-TRD-IDX)
               END-IF
               IF WS-SPL-TERM-SER (WS-SPELL-IDX) = WS-MON-END
                   ADD 1 TO WS-CO-LEFT-MON (WS-TRD-IDX)
               END-IF
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DPT-LEFT-R12 (WS-DEPT-SLOT WS-TRD-IDX)
               END-IF
               IF WS-JOB-SLOT > 0
                   ADD 1 TO WS-JBT-LEFT-R12 (WS-JOB-SLOT WS-TRD-IDX)
               END-IF
           END-IF

           IF WS-SPL-HIRE-SER (WS-SPELL-IDX) > WS-MON-START
           AND WS-SPL-HIRE-SER (WS-SPELL-IDX) <= WS-MON-END
               ADD 1 TO WS-CO-HIRE-R12 (WS-TRD-IDX)
               IF WS-SPL-REHIRE (WS-SPELL-IDX) = 'Y'
                   ADD 1 TO WS-CO-REHIRE-R12 (WS-TRD-IDX)
               END-IF
           END-IF
           .
       TALLY-ONE-MONTH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-DEPT-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-DEPT-SLOT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                 OR WS-DEPT-SLOT > 0
               IF WS-DPT-DEPTNO (WS-DEPT-IDX) = WS-LOOKUP-DEPT
                   SET WS-DEPT-SLOT TO WS-DEPT-IDX
               END-IF
           END-PERFORM

           IF WS-DEPT-SLOT = 0
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   MOVE WS-LOOKUP-DEPT
                     TO WS-DPT-DEPTNO (WS-DEPT-SLOT)
                   INITIALIZE WS-DPT-MONTHS (WS-DEPT-SLOT)
               ELSE
                   SET WS-GROUP-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
       FIND-DEPT-SLOT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-JOB-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-JOB-SLOT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
                 OR WS-JOB-SLOT > 0
               IF WS-JBT-JOB (WS-JOB-IDX) = WS-LOOKUP-JOB
                   SET WS-JOB-SLOT TO WS-JOB-IDX
               END-IF
           END-PERFORM

           IF WS-JOB-SLOT = 0
               IF WS-JOB-COUNT < WS-JOB-MAX
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-SLOT
                   MOVE WS-LOOKUP-JOB TO WS-JBT-JOB (WS-JOB-SLOT)
                   INITIALIZE WS-JBT-MONTHS (WS-JOB-SLOT)
               ELSE
                   SET WS-GROUP-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
       FIND-JOB-SLOT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ATTRITION-REPORT SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT REPORT-FILE

           MOVE WS-TRD-LABEL (1)            TO WS-RHL-FIRST
           MOVE WS-TRD-LABEL (WS-TRD-COUNT) TO WS-RHL-LAST
           MOVE WS-RUN-DATE                 TO WS-RHL-RUN-DATE
           MOVE WS-RPT-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

      *>    section 1 - the company, month by month
           MOVE "COMPANY - ROLLING TWELVE MONTHS TO EACH MONTH-END"
             TO WS-SECTION-TITLE
           PERFORM WRITE-MONTH-HEADING THRU WRITE-MONTH-HEADING-EXIT

           MOVE "HEADCOUNT" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-HC-END (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "LEAVERS MONTH" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-LEFT-MON (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "LEAVERS 12M" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-LEFT-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "ATTRITION 12M" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-LEFT-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
               COMPUTE WS-ROW-DEN (WS-TRD-IDX) =
                   (WS-CO-HC-START (WS-TRD-IDX)
                  + WS-CO-HC-END (WS-TRD-IDX)) / 2
           END-PERFORM
           SET WS-ROW-TREND TO TRUE
           PERFORM PRINT-PCT-ROW THRU PRINT-PCT-ROW-EXIT

           MOVE "EARLY LVRS 12M" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-EARLY-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "EARLY LVR PCT" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-EARLY-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
               MOVE WS-CO-LEFT-R12 (WS-TRD-IDX)
                 TO WS-ROW-DEN (WS-TRD-IDX)
           END-PERFORM
           SET WS-ROW-TREND TO TRUE
           PERFORM PRINT-PCT-ROW THRU PRINT-PCT-ROW-EXIT

           MOVE "HIRES 12M" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-HIRE-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "REHIRES 12M" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-REHIRE-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT

           MOVE "REHIRE PCT" TO WS-ROW-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-CO-REHIRE-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
               MOVE WS-CO-HIRE-R12 (WS-TRD-IDX)
                 TO WS-ROW-DEN (WS-TRD-IDX)
           END-PERFORM
           PERFORM PRINT-PCT-ROW THRU PRINT-PCT-ROW-EXIT

      *>    section 2 - the rate per department
           MOVE "ATTRITION 12M BY DEPARTMENT" TO WS-SECTION-TITLE
           PERFORM WRITE-MONTH-HEADING THRU WRITE-MONTH-HEADING-EXIT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO WS-ROW-LABEL
               STRING "DEPT " DELIMITED BY SIZE
                      WS-DPT-DEPTNO (WS-DEPT-IDX) DELIMITED BY SIZE
                      INTO WS-ROW-LABEL
               END-STRING
               MOVE WS-DPT-MONTHS (WS-DEPT-IDX) TO WS-GRP-MONTHS
               PERFORM PRINT-GROUP-ROW THRU PRINT-GROUP-ROW-EXIT
           END-PERFORM

      *>    section 3 - the rate per job
           MOVE "ATTRITION 12M BY JOB" TO WS-SECTION-TITLE
           PERFORM WRITE-MONTH-HEADING THRU WRITE-MONTH-HEADING-EXIT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-JBT-JOB (WS-JOB-IDX) TO WS-ROW-LABEL
               MOVE WS-JBT-MONTHS (WS-JOB-IDX) TO WS-GRP-MONTHS
               PERFORM PRINT-GROUP-ROW THRU PRINT-GROUP-ROW-EXIT
           END-PERFORM

      *>    section 4 - twelve-month leavers by tenure at termination
           MOVE "LEAVERS 12M BY TENURE AT TERMINATION"
             TO WS-SECTION-TITLE
           PERFORM WRITE-MONTH-HEADING THRU WRITE-MONTH-HEADING-EXIT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 5
               MOVE WS-BAND-NAME (WS-BAND-IDX) TO WS-ROW-LABEL
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                  UNTIL WS-TRD-IDX > WS-TRD-COUNT
                   MOVE WS-CO-BAND-R12 (WS-TRD-IDX WS-BAND-IDX)
                     TO WS-ROW-NUM (WS-TRD-IDX)
               END-PERFORM
               PERFORM PRINT-COUNT-ROW THRU PRINT-COUNT-ROW-EXIT
           END-PERFORM

           MOVE "SHARE OF LEAVERS 12M BY TENURE AT TERMINATION"
             TO WS-SECTION-TITLE
           PERFORM WRITE-MONTH-HEADING THRU WRITE-MONTH-HEADING-EXIT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 5
               MOVE WS-BAND-NAME (WS-BAND-IDX) TO WS-ROW-LABEL
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                  UNTIL WS-TRD-IDX > WS-TRD-COUNT
                   MOVE WS-CO-BAND-R12 (WS-TRD-IDX WS-BAND-IDX)
                     TO WS-ROW-NUM (WS-TRD-IDX)
                   MOVE WS-CO-LEFT-R12 (WS-TRD-IDX)
                     TO WS-ROW-DEN (WS-TRD-IDX)
               END-PERFORM
               PERFORM PRINT-PCT-ROW THRU PRINT-PCT-ROW-EXIT
           END-PERFORM

      *>    section 5 - the departures that came back
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "REHIRES ACROSS THE WHOLE HISTORY STORE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEPARTURES TO WS-RTL-DEPARTURES
           MOVE WS-RETURN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RETURNS TO WS-RTL-RETURNS
           MOVE 0 TO WS-PCT
           IF WS-DEPARTURES > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-RETURNS * 100 / WS-DEPARTURES
           END-IF
           MOVE WS-PCT TO WS-RTL-PCT
           MOVE WS-RETURN-LINE-2 TO RPT-LINE
           WRITE RPT-LINE

      *>    section 6 - who left inside their first year, over the
      *>    twelve months to the latest month-end
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "REGRETTED EARLY LEAVERS - LEFT WITHIN THE FIRST "
                     DELIMITED BY SIZE
                  "YEAR, TWELVE MONTHS TO " DELIMITED BY SIZE
                  WS-TRD-LABEL (WS-TRD-COUNT) DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
           MOVE WS-EARLY-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TRD-SERIAL (WS-TRD-COUNT) TO WS-MON-END
           COMPUTE WS-MON-START = WS-MON-END - 12
           PERFORM VARYING WS-SPELL-IDX FROM 1 BY 1
              UNTIL WS-SPELL-IDX > WS-HIST-SPELLS
               PERFORM WRITE-EARLY-LEAVER
                  THRU WRITE-EARLY-LEAVER-EXIT
           END-PERFORM
           IF WS-EARLY-LISTED = 0
               MOVE "NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE REPORT-FILE

           DISPLAY "DB2ATTR: REPORT WRITTEN TO " WS-REPORT-FILE-NAME
           .
       WRITE-ATTRITION-REPORT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-MONTH-HEADING SECTION.
      *>------------------------------------------------------------------------
      *>    the section title, then the month labels over their
      *>    columns
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-TITLE TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-TREND-LINE
           MOVE "MONTH ENDING" TO WS-TRL-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-TRD-LABEL (WS-TRD-IDX)
                 TO WS-TRL-CELL (WS-TRD-IDX) (2:7)
           END-PERFORM
           COMPUTE WS-TREND-CELL = WS-TRD-COUNT + 1
           MOVE "  TREND" TO WS-TRL-CELL (WS-TREND-CELL)
           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       WRITE-MONTH-HEADING-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PRINT-GROUP-ROW SECTION.
      *>------------------------------------------------------------------------
      *>    the twelve-month rate for one department or job, from its
      *>    tallies in WS-GRP-MONTHS
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-GRP-LEFT-R12 (WS-TRD-IDX)
                 TO WS-ROW-NUM (WS-TRD-IDX)
               COMPUTE WS-ROW-DEN (WS-TRD-IDX) =
                   (WS-GRP-HC-START (WS-TRD-IDX)
                  + WS-GRP-HC-END (WS-TRD-IDX)) / 2
           END-PERFORM
           SET WS-ROW-TREND TO TRUE
           PERFORM PRINT-PCT-ROW THRU PRINT-PCT-ROW-EXIT
           .
       PRINT-GROUP-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PRINT-COUNT-ROW SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-ROW-LABEL TO WS-TRL-LABEL
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               MOVE WS-ROW-NUM (WS-TRD-IDX) TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-TRL-CELL (WS-TRD-IDX) (1:8)
           END-PERFORM
           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-ROW-TREND-SW
           .
       PRINT-COUNT-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PRINT-PCT-ROW SECTION.
      *>------------------------------------------------------------------------
      *>    NUM over DEN as a percentage per month, '-' where there is
      *>    nothing to divide by
           MOVE SPACES TO WS-TREND-LINE
           MOVE WS-ROW-LABEL TO WS-TRL-LABEL
           MOVE 'N' TO WS-FIRST-PCT-SW
           MOVE 'N' TO WS-LAST-PCT-SW
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
              UNTIL WS-TRD-IDX > WS-TRD-COUNT
               IF WS-ROW-DEN (WS-TRD-IDX) = 0
                   MOVE "-" TO WS-TRL-CELL (WS-TRD-IDX) (8:1)
                   MOVE 'N' TO WS-LAST-PCT-SW
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       WS-ROW-NUM (WS-TRD-IDX) * 100
                     / WS-ROW-DEN (WS-TRD-IDX)
                   MOVE WS-PCT TO WS-ED-PCT
                   MOVE WS-ED-PCT TO WS-TRL-CELL (WS-TRD-IDX) (1:7)
                   MOVE "%" TO WS-TRL-CELL (WS-TRD-IDX) (8:1)
                   IF NOT WS-FIRST-PCT-SET
                       MOVE WS-PCT TO WS-FIRST-PCT
                       SET WS-FIRST-PCT-SET TO TRUE
                   END-IF
                   MOVE WS-PCT TO WS-LAST-PCT
                   SET WS-LAST-PCT-SET TO TRUE
               END-IF
           END-PERFORM

      *>    the latest month against the first month with a figure
           COMPUTE WS-TREND-CELL = WS-TRD-COUNT + 1
           IF WS-ROW-TREND
           AND WS-FIRST-PCT-SET AND WS-LAST-PCT-SET
           AND WS-TRD-COUNT > 1
               EVALUATE TRUE
                 WHEN WS-LAST-PCT < WS-FIRST-PCT
                   MOVE "  BETTER" TO WS-TRL-CELL (WS-TREND-CELL)
                 WHEN WS-LAST-PCT > WS-FIRST-PCT
                   MOVE "  WORSE"  TO WS-TRL-CELL (WS-TREND-CELL)
                 WHEN OTHER
                   MOVE "  SAME"   TO WS-TRL-CELL (WS-TREND-CELL)
               END-EVALUATE
           END-IF

           MOVE WS-TREND-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-ROW-TREND-SW
           .
       PRINT-PCT-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EARLY-LEAVER SECTION.
      *>------------------------------------------------------------------------
           IF WS-SPL-BAND (WS-SPELL-IDX) NOT = 1
           OR WS-SPL-TERM-SER (WS-SPELL-IDX) NOT > WS-MON-START
           OR WS-SPL-TERM-SER (WS-SPELL-IDX) > WS-MON-END
               GO TO WRITE-EARLY-LEAVER-EXIT
           END-IF

           MOVE WS-SPL-EMPNO (WS-SPELL-IDX)  TO WS-ERL-EMPNO
           MOVE WS-SPL-NAME (WS-SPELL-IDX)   TO WS-ERL-NAME
           MOVE WS-SPL-DEPT (WS-SPELL-IDX)   TO WS-ERL-DEPT
           MOVE WS-SPL-JOB (WS-SPELL-IDX)    TO WS-ERL-JOB
           MOVE WS-SPL-HIRE (WS-SPELL-IDX)   TO WS-ERL-HIRE
           MOVE WS-SPL-TERM (WS-SPELL-IDX)   TO WS-ERL-TERM
           MOVE WS-SPL-TENURE (WS-SPELL-IDX) TO WS-ERL-MONTHS
           MOVE SPACES TO WS-ERL-NOTE
           IF WS-SPL-RETURNED (WS-SPELL-IDX) = 'Y'
               MOVE "REHIRED" TO WS-ERL-NOTE
           END-IF
           MOVE WS-EARLY-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-EARLY-LISTED
           .
       WRITE-EARLY-LEAVER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       DATE-TO-SERIAL SECTION.
      *>------------------------------------------------------------------------
      *>    YYYYMMDD in WS-SER-DATE to the month serial YYYY * 12 +
      *>    MM - 1 in WS-SER-MONTH
           MOVE WS-SER-DATE (1:4) TO WS-SER-YYYY
           MOVE WS-SER-DATE (5:2) TO WS-SER-MM
           COMPUTE WS-SER-MONTH = WS-SER-YYYY * 12 + WS-SER-MM - 1
           .
       DATE-TO-SERIAL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-SPAN-MONTHS SECTION.
      *>------------------------------------------------------------------------
      *>    whole calendar months between WS-FROM-DATE and WS-TO-DATE
      *>    (YYYYMMDD both); a part-month does not count, and a span
      *>    that comes out backwards counts as zero
           MOVE WS-FROM-DATE (1:4) TO WS-FROM-YYYY
           MOVE WS-FROM-DATE (5:2) TO WS-FROM-MM
           MOVE WS-FROM-DATE (7:2) TO WS-FROM-DD
           MOVE WS-TO-DATE (1:4)   TO WS-TO-YYYY
           MOVE WS-TO-DATE (5:2)   TO WS-TO-MM
           MOVE WS-TO-DATE (7:2)   TO WS-TO-DD

           COMPUTE WS-SPAN-MONTHS =
               (WS-TO-YYYY - WS-FROM-YYYY) * 12
             + (WS-TO-MM   - WS-FROM-MM)

           IF WS-TO-DD < WS-FROM-DD
               SUBTRACT 1 FROM WS-SPAN-MONTHS
           END-IF

           IF WS-SPAN-MONTHS < 0
               MOVE 0 TO WS-SPAN-MONTHS
           END-IF
           .
       COMPUTE-SPAN-MONTHS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2ATTR.

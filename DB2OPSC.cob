      *>************************************************************************
      *>  SAMPLE DAILY OPERATIONS CONTROL REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2OPSC.cob
      *>
      *> Purpose:      Morning control report of every open item across
      *>               the system, on one page
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads, in one pass each, every store the
      *>                 morning shift otherwise opens by hand: the
      *>                 pending store, the approvals queue (DB2APPR),
      *>                 open rejects on the reject ledger (DB2RJTR),
      *>                 the payroll vendor's bounces (DB2PAYA's
      *>                 acknowledgement file), the DB2RISWP exception
      *>                 report, and the strmstat.txt/jobstat.txt
      *>                 status records the night stream leaves
      *>               - prints the open count per category beside
      *>                 yesterday's, flagging every category that got
      *>                 worse; yesterday's counts are kept on a small
      *>                 control file this program rewrites each run (a
      *>                 rerun the same day still compares with the day
      *>                 before, not with the earlier run)
      *>               - ages the open items against the limits the
      *>                 owning reports already use: a held transaction
      *>                 still on the store past its effective date,
      *>                 an approval unsigned over 30 days, a reject
      *>                 open over 30 days
      *>               - lists every night-stream step that failed or
      *>                 was skipped, a stale stream status, and a
      *>                 batch-driver status record showing a bad
      *>                 condition code or a reconciliation break
      *>               - ends with the condition code of the worst item
      *>                 found: 8 for a failed step, a payroll bounce
      *>                 or a reconciliation break, 4 for anything aged
      *>                 past its limit, worse than yesterday, skipped,
      *>                 stale or missing
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - pending and approval-queue images are read at the
      *>              137-byte EMPDB2CO width (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - pending and approval-queue images are read at the
      *>              140-byte EMPDB2CO width (termination reason and
      *>              rehire override added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2OPSC.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PND-FILE-STATUS.

        SELECT APPQUE-FILE ASSIGN TO WS-APPQUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APQ-FILE-STATUS.

        SELECT REJLEDGR-FILE ASSIGN TO WS-REJLEDGR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RJL-FILE-STATUS.

        SELECT ACK-FILE ASSIGN TO WS-ACK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.

        SELECT RIEXC-FILE ASSIGN TO WS-RIEXC-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RIX-FILE-STATUS.

        SELECT STRMSTAT-FILE ASSIGN TO WS-STRMSTAT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STM-FILE-STATUS.

        SELECT JOBSTAT-FILE ASSIGN TO WS-JOBSTAT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STA-FILE-STATUS.

        SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the pending store - one CPY-EMPLOYEE image per held transaction
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> the approvals queue - the same record the batch driver holds
      *> a gated UPDATE on
       FD APPQUE-FILE.
       01 APPQUE-RECORD.
           05 APQ-HELD-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 APQ-OLD-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

      *> the shared durable reject ledger
       FD REJLEDGR-FILE.
       01 REJLEDGR-RECORD.
           05 RJL-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 RJL-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 RJL-KEY               PIC X(6).
           05 FILLER                PIC X(1).
           05 RJL-REASON            PIC X(4).
           05 FILLER                PIC X(1).
           05 RJL-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 RJL-RESOLVED-DATE     PIC X(8).

      *> the payroll vendor's acknowledgement file: AH header, one AD
      *> per EMPNO (A accepted, B bounced plus their reason code), AT
      *> trailer - the file DB2PAYA reconciles
       FD ACK-FILE.
       01 ACK-RECORD                PIC X(80).

       01 ACK-DETAIL-RECORD REDEFINES ACK-RECORD.
           05 ACK-DTL-REC-TYPE      PIC X(2).
           05 ACK-DTL-EMPNO         PIC X(6).
           05 ACK-DTL-STATUS        PIC X(1).
              88 ACK-DTL-BOUNCED        VALUE 'B'.
           05 ACK-DTL-REASON        PIC X(4).
           05 FILLER                PIC X(67).

      *> DB2RISWP's exception report - its header line and one
      *> "TYPE n - ... COUNT: nnnnn" total line per check
       FD RIEXC-FILE.
       01 RIEXC-LINE                PIC X(132).

      *> DB2NSTRM's stream-level status - one line per step, then the
      *> stream line
       FD STRMSTAT-FILE.
       01 STRMSTAT-LINE             PIC X(132).

       01 STM-STEP-LINE REDEFINES STRMSTAT-LINE.
           05 STM-STEP-TAG          PIC X(5).
           05 STM-STEP-NO           PIC X(2).
           05 FILLER                PIC X(2).
           05 STM-STEP-JOB          PIC X(8).
           05 FILLER                PIC X(2).
           05 STM-STEP-DISPO        PIC X(7).
           05 FILLER                PIC X(5).
           05 STM-STEP-RC           PIC X(2).
           05 FILLER                PIC X(8).
           05 STM-STEP-RECON        PIC X(1).
           05 FILLER                PIC X(2).
           05 STM-STEP-NOTE         PIC X(60).
           05 FILLER                PIC X(28).

       01 STM-STREAM-LINE REDEFINES STRMSTAT-LINE.
           05 STM-STRM-TAG          PIC X(7).
           05 STM-STRM-DATE         PIC X(8).
           05 FILLER                PIC X(117).

      *> the machine-readable status record DB2CRU1 rewrites at every
      *> ending - the same fixed layout DB2NSTRM reads back
       FD JOBSTAT-FILE.
       01 JOBSTAT-RECORD.
           05 STA-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 STA-INPUT-FILE        PIC X(40).
           05 FILLER                PIC X(1).
           05 STA-ACT-TOTAL         PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-ACT-ADD           PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-ACT-UPDATE        PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-ACT-DELETE        PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-ACT-SELECT        PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-SUCCESS-COUNT     PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-FAIL-COUNT        PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-REJECT-COUNT      PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-RECON-FLAG        PIC X(1).
           05 FILLER                PIC X(1).
           05 STA-CHECKPOINT        PIC 9(7).
           05 FILLER                PIC X(1).
           05 STA-RETURN-CODE       PIC 9(2).

      *> this program's own memory between mornings: today's open
      *> counts, and the earlier day's counts they were compared with
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CTL-COUNT             PIC 9(7) OCCURS 6 TIMES.
           05 FILLER                PIC X(1).
           05 CTL-PRIOR-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 CTL-PRIOR-COUNT       PIC 9(7) OCCURS 6 TIMES.

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - each store takes the same
      *> variable and default its owning program does
        01 WS-PENDING-FILE-NAME  PIC X(100) VALUE 'pending.txt'.
        01 WS-APPQUE-FILE-NAME   PIC X(100) VALUE 'appque.txt'.
        01 WS-REJLEDGR-FILE-NAME PIC X(100) VALUE 'rejledgr.txt'.
        01 WS-ACK-FILE-NAME      PIC X(100) VALUE 'payack.txt'.
        01 WS-RIEXC-FILE-NAME    PIC X(100) VALUE 'riexcept.txt'.
        01 WS-STRMSTAT-FILE-NAME PIC X(100) VALUE 'strmstat.txt'.
        01 WS-JOBSTAT-FILE-NAME  PIC X(100) VALUE 'jobstat.txt'.
        01 WS-CONTROL-FILE-NAME  PIC X(100) VALUE 'opsctl.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'opsrpt.txt'.

        01 WS-PND-FILE-STATUS    PIC XX.
           88 WS-PND-FILE-FOUND      VALUE '00'.
        01 WS-APQ-FILE-STATUS    PIC XX.
           88 WS-APQ-FILE-FOUND      VALUE '00'.
        01 WS-RJL-FILE-STATUS    PIC XX.
           88 WS-RJL-FILE-FOUND      VALUE '00'.
        01 WS-ACK-FILE-STATUS    PIC XX.
           88 WS-ACK-FILE-FOUND      VALUE '00'.
        01 WS-RIX-FILE-STATUS    PIC XX.
           88 WS-RIX-FILE-FOUND      VALUE '00'.
        01 WS-STM-FILE-STATUS    PIC XX.
           88 WS-STM-FILE-FOUND      VALUE '00'.
        01 WS-STA-FILE-STATUS    PIC XX.
           88 WS-STA-FILE-FOUND      VALUE '00'.
        01 WS-CTL-FILE-STATUS    PIC XX.
           88 WS-CTL-FILE-FOUND      VALUE '00'.

        01 WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-TODAY-YYYY         PIC 9(4).
        01 WS-TODAY-MM           PIC 9(2).
        01 WS-TODAY-DD           PIC 9(2).
        01 WS-ITEM-DATE          PIC X(8).
        01 WS-ITEM-YYYY          PIC 9(4).
        01 WS-ITEM-MM            PIC 9(2).
        01 WS-ITEM-DD            PIC 9(2).
      *> calendar-rough day count (years at 365, months at 30) - the
      *> same arithmetic the owning reports age their items with
        01 WS-DAYS-OLD           PIC S9(7) VALUE 0.

      *> the aging limits, in days, the owning reports already warn at
        01 WS-APPR-LIMIT         PIC 9(3) VALUE 30.
        01 WS-REJ-LIMIT          PIC 9(3) VALUE 30.
      *> a stream or sweep status older than this is stale
        01 WS-STALE-LIMIT        PIC 9(3) VALUE 1.

      *> one row per category on the count table
        01 WS-CAT-PENDING        PIC 9(1) VALUE 1.
        01 WS-CAT-APPROVAL       PIC 9(1) VALUE 2.
        01 WS-CAT-REJECT         PIC 9(1) VALUE 3.
        01 WS-CAT-BOUNCE         PIC 9(1) VALUE 4.
        01 WS-CAT-RIEXC          PIC 9(1) VALUE 5.
        01 WS-CAT-STEP           PIC 9(1) VALUE 6.
        01 WS-CAT-MAX            PIC 9(1) VALUE 6.

        01 WS-CAT-TAB.
           05 WS-CAT-ENTRY OCCURS 6 TIMES
                           INDEXED BY WS-CAT-IDX.
              10 WS-CAT-NAME        PIC X(32).
              10 WS-CAT-OPEN        PIC 9(7).
              10 WS-CAT-AGED        PIC 9(7).
              10 WS-CAT-PRIOR       PIC 9(7).
              10 WS-CAT-SOURCE-SW   PIC X(1).
                 88 WS-CAT-SOURCE-MISSING VALUE 'M'.

      *> the day this morning is compared with
        01 WS-PRIOR-DATE         PIC 9(8) VALUE 0.
        01 WS-PRIOR-FOUND-SW     PIC X VALUE 'N'.
           88 WS-PRIOR-FOUND         VALUE 'Y'.

      *> what the status records said about the night
        01 WS-STREAM-DATE        PIC X(8) VALUE SPACES.
        01 WS-STREAM-SEEN-SW     PIC X VALUE 'N'.
           88 WS-STREAM-SEEN         VALUE 'Y'.
        01 WS-FAILED-STEPS       PIC 9(3) VALUE 0.
        01 WS-SKIPPED-STEPS      PIC 9(3) VALUE 0.
        01 WS-RIX-DATE           PIC X(8) VALUE SPACES.
        01 WS-RIX-SKIPPED        PIC 9(3) VALUE 0.
        01 WS-RIX-COUNT-ED       PIC ZZZZ9.
        01 WS-RIX-COUNT          PIC 9(5) VALUE 0.

      *> the attention list - every item that moved the condition
      *> code, in the order it was found
        01 WS-ATT-COUNT          PIC 9(3) VALUE 0.
        01 WS-ATT-MAX            PIC 9(3) VALUE 40.
        01 WS-ATT-DROPPED        PIC 9(5) VALUE 0.
        01 WS-ATT-TAB.
           05 WS-ATT-ENTRY OCCURS 40 TIMES
                           INDEXED BY WS-ATT-IDX.
              10 WS-ATT-RC          PIC 9(2).
              10 WS-ATT-TEXT        PIC X(100).
        01 WS-NEW-RC             PIC 9(2) VALUE 0.
        01 WS-NEW-TEXT           PIC X(100).
        01 WS-WORST-RC           PIC 9(2) VALUE 0.

        01 WS-DAYS-ED            PIC ZZZZ9.
        01 WS-COUNT-ED           PIC ZZZZZZ9.
        01 WS-COUNT-ED-2         PIC ZZZZZZ9.

      *> the pending image, read through the shared transaction record
        COPY "EMPDB2CO.cpy".

        01 WS-RPT-HDR-LINE.
           05 FILLER                PIC X(37)
              VALUE "DB2OPSC - DAILY OPERATIONS CONTROL - ".
           05 WS-RPT-HDR-DATE       PIC 9(8).
           05 FILLER                PIC X(16)
              VALUE "  COMPARED WITH ".
           05 WS-RPT-HDR-PRIOR      PIC X(8).
           05 FILLER                PIC X(63) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(34) VALUE "CATEGORY".
           05 FILLER PIC X(10) VALUE "    OPEN".
           05 FILLER PIC X(12) VALUE "PAST LIMIT".
           05 FILLER PIC X(11) VALUE "YESTERDAY".
           05 FILLER PIC X(65) VALUE "TREND".

        01 WS-CAT-LINE.
           05 WS-CTL-NAME           PIC X(32).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CTL-OPEN           PIC ZZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-CTL-AGED           PIC ZZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-CTL-PRIOR          PIC ZZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-CTL-TREND          PIC X(20).
           05 FILLER                PIC X(45) VALUE SPACES.

        01 WS-ATT-LINE.
           05 FILLER                PIC X(3)  VALUE "RC ".
           05 WS-ATL-RC             PIC 9(2).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-ATL-TEXT           PIC X(100).
           05 FILLER                PIC X(25) VALUE SPACES.

        01 WS-RC-LINE.
           05 FILLER                PIC X(32)
              VALUE "CONDITION CODE FOR THIS MORNING:".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-RCL-RC             PIC 9(2).
           05 FILLER                PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2OPSC SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2OPSC: INSIDE DAILY OPERATIONS CONTROL REPORT"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT
           PERFORM INIT-CATEGORIES THRU INIT-CATEGORIES-EXIT
           PERFORM LOAD-PRIOR-COUNTS THRU LOAD-PRIOR-COUNTS-EXIT

           PERFORM SCAN-PENDING THRU SCAN-PENDING-EXIT
           PERFORM SCAN-APPROVALS THRU SCAN-APPROVALS-EXIT
           PERFORM SCAN-REJECTS THRU SCAN-REJECTS-EXIT
           PERFORM SCAN-BOUNCES THRU SCAN-BOUNCES-EXIT
           PERFORM SCAN-RI-EXCEPTIONS THRU SCAN-RI-EXCEPTIONS-EXIT
           PERFORM SCAN-STREAM-STATUS THRU SCAN-STREAM-STATUS-EXIT
           PERFORM SCAN-JOB-STATUS THRU SCAN-JOB-STATUS-EXIT

           PERFORM COMPARE-WITH-PRIOR THRU COMPARE-WITH-PRIOR-EXIT

           PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT
           PERFORM SAVE-TODAY-COUNTS THRU SAVE-TODAY-COUNTS-EXIT

           DISPLAY "DB2OPSC: ========= CONTROL SUMMARY ============"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-MAX
               DISPLAY "DB2OPSC: " WS-CAT-NAME (WS-CAT-IDX)
                  " OPEN " WS-CAT-OPEN (WS-CAT-IDX)
                  " AGED " WS-CAT-AGED (WS-CAT-IDX)
           END-PERFORM
           DISPLAY "DB2OPSC: ITEMS NEEDING ATTENTION : " WS-ATT-COUNT
           DISPLAY "DB2OPSC: CONDITION CODE          : " WS-WORST-RC
           DISPLAY "DB2OPSC: ======================================"

           MOVE WS-WORST-RC TO RETURN-CODE

           DISPLAY "DB2OPSC: EXITING DAILY OPERATIONS CONTROL REPORT"

           STOP RUN.
      *>------------------------------------------------------------------------
       MAIN-DB2OPSC-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-PENDING-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_PENDING_FILE"
           IF WS-PENDING-FILE-NAME = SPACE
               MOVE 'pending.txt' TO WS-PENDING-FILE-NAME
           END-IF

           ACCEPT WS-APPQUE-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_APPQUE_FILE"
           IF WS-APPQUE-FILE-NAME = SPACE
               MOVE 'appque.txt' TO WS-APPQUE-FILE-NAME
           END-IF

           ACCEPT WS-REJLEDGR-FILE-NAME
              FROM ENVIRONMENT "DB2REJL_LEDGER_FILE"
           IF WS-REJLEDGR-FILE-NAME = SPACE
               MOVE 'rejledgr.txt' TO WS-REJLEDGR-FILE-NAME
           END-IF

           ACCEPT WS-ACK-FILE-NAME
              FROM ENVIRONMENT "DB2PAYA_ACK_FILE"
           IF WS-ACK-FILE-NAME = SPACE
               MOVE 'payack.txt' TO WS-ACK-FILE-NAME
           END-IF

           ACCEPT WS-RIEXC-FILE-NAME
              FROM ENVIRONMENT "DB2RISWP_REPORT_FILE"
           IF WS-RIEXC-FILE-NAME = SPACE
               MOVE 'riexcept.txt' TO WS-RIEXC-FILE-NAME
           END-IF

           ACCEPT WS-STRMSTAT-FILE-NAME
              FROM ENVIRONMENT "DB2NSTRM_STATUS_FILE"
           IF WS-STRMSTAT-FILE-NAME = SPACE
               MOVE 'strmstat.txt' TO WS-STRMSTAT-FILE-NAME
           END-IF

           ACCEPT WS-JOBSTAT-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_STATUS_FILE"
           IF WS-JOBSTAT-FILE-NAME = SPACE
               MOVE 'jobstat.txt' TO WS-JOBSTAT-FILE-NAME
           END-IF

           ACCEPT WS-CONTROL-FILE-NAME
              FROM ENVIRONMENT "DB2OPSC_CONTROL_FILE"
           IF WS-CONTROL-FILE-NAME = SPACE
               MOVE 'opsctl.txt' TO WS-CONTROL-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2OPSC_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'opsrpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:4) TO WS-TODAY-YYYY
           MOVE WS-RUN-DATE (5:2) TO WS-TODAY-MM
           MOVE WS-RUN-DATE (7:2) TO WS-TODAY-DD

           DISPLAY "DB2OPSC: CONTROL FILE = " WS-CONTROL-FILE-NAME
           DISPLAY "DB2OPSC: REPORT FILE  = " WS-REPORT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       INIT-CATEGORIES SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE WS-CAT-TAB
           MOVE "PENDING STORE - HELD"
             TO WS-CAT-NAME (WS-CAT-PENDING)
           MOVE "APPROVALS QUEUE - UNSIGNED"
             TO WS-CAT-NAME (WS-CAT-APPROVAL)
           MOVE "REJECT LEDGER - OPEN"
             TO WS-CAT-NAME (WS-CAT-REJECT)
           MOVE "PAYROLL VENDOR - BOUNCED"
             TO WS-CAT-NAME (WS-CAT-BOUNCE)
           MOVE "RI SWEEP - EXCEPTIONS"
             TO WS-CAT-NAME (WS-CAT-RIEXC)
           MOVE "NIGHT STREAM - FAILED/SKIPPED"
             TO WS-CAT-NAME (WS-CAT-STEP)
           .
       INIT-CATEGORIES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-PRIOR-COUNTS SECTION.
      *>------------------------------------------------------------------------
      *>    the control record holds the last run's counts and the
      *>    counts that run compared with; a rerun the same morning
      *>    takes the older pair, so "worse than yesterday" stays
      *>    yesterday
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-FILE-FOUND
               DISPLAY "DB2OPSC: NO CONTROL FILE - FIRST RUN, NOTHING"
                  " TO COMPARE WITH"
               GO TO LOAD-PRIOR-COUNTS-EXIT
           END-IF

           READ CONTROL-FILE
             AT END
               CLOSE CONTROL-FILE
               GO TO LOAD-PRIOR-COUNTS-EXIT
           END-READ
           CLOSE CONTROL-FILE

           IF CTL-RUN-DATE IS NOT NUMERIC
               GO TO LOAD-PRIOR-COUNTS-EXIT
           END-IF

           IF CTL-RUN-DATE < WS-RUN-DATE
               SET WS-PRIOR-FOUND TO TRUE
               MOVE CTL-RUN-DATE TO WS-PRIOR-DATE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                  UNTIL WS-CAT-IDX > WS-CAT-MAX
                   MOVE CTL-COUNT (WS-CAT-IDX)
                     TO WS-CAT-PRIOR (WS-CAT-IDX)
               END-PERFORM
           ELSE
               IF CTL-PRIOR-DATE IS NUMERIC
               AND CTL-PRIOR-DATE > 0
                   SET WS-PRIOR-FOUND TO TRUE
                   MOVE CTL-PRIOR-DATE TO WS-PRIOR-DATE
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                      UNTIL WS-CAT-IDX > WS-CAT-MAX
                       MOVE CTL-PRIOR-COUNT (WS-CAT-IDX)
                         TO WS-CAT-PRIOR (WS-CAT-IDX)
                   END-PERFORM
               END-IF
           END-IF
           .
       LOAD-PRIOR-COUNTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-ATTENTION SECTION.
      *>------------------------------------------------------------------------
      *>    WS-NEW-RC/WS-NEW-TEXT go on the attention list and raise the
      *>    run's condition code; past the list's size they still count
           IF WS-NEW-RC > WS-WORST-RC
               MOVE WS-NEW-RC TO WS-WORST-RC
           END-IF

           IF WS-ATT-COUNT >= WS-ATT-MAX
               ADD 1 TO WS-ATT-DROPPED
               GO TO ADD-ATTENTION-EXIT
           END-IF

           ADD 1 TO WS-ATT-COUNT
           SET WS-ATT-IDX TO WS-ATT-COUNT
           MOVE WS-NEW-RC   TO WS-ATT-RC (WS-ATT-IDX)
           MOVE WS-NEW-TEXT TO WS-ATT-TEXT (WS-ATT-IDX)
           .
       ADD-ATTENTION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-DAYS-OLD SECTION.
      *>------------------------------------------------------------------------
      *>    days from WS-ITEM-DATE (YYYYMMDD) to today; 0 when the date
      *>    will not read
           MOVE 0 TO WS-DAYS-OLD
           IF WS-ITEM-DATE IS NOT NUMERIC
               GO TO COMPUTE-DAYS-OLD-EXIT
           END-IF

           MOVE WS-ITEM-DATE (1:4) TO WS-ITEM-YYYY
           MOVE WS-ITEM-DATE (5:2) TO WS-ITEM-MM
           MOVE WS-ITEM-DATE (7:2) TO WS-ITEM-DD
           COMPUTE WS-DAYS-OLD =
               (WS-TODAY-YYYY - WS-ITEM-YYYY) * 365
             + (WS-TODAY-MM   - WS-ITEM-MM)   * 30
             + (WS-TODAY-DD   - WS-ITEM-DD)
           .
       COMPUTE-DAYS-OLD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-PENDING SECTION.
      *>------------------------------------------------------------------------
      *>    no store on file means nothing is held
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF NOT WS-PND-FILE-FOUND
               GO TO SCAN-PENDING-EXIT
           END-IF

           PERFORM READ-PENDING-RECORD THRU READ-PENDING-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE PENDING-FILE
           .
       SCAN-PENDING-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-PENDING-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    a held transaction whose effective date has come and gone is
      *>    one the batch driver should already have released
           READ PENDING-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-PENDING-RECORD-EXIT
           END-READ

           MOVE PENDING-RECORD TO CPY-EMPLOYEE
           ADD 1 TO WS-CAT-OPEN (WS-CAT-PENDING)

           MOVE SPACES TO WS-ITEM-DATE
           STRING CPY-HIREDATE-TO (1:4) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (6:2) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (9:2) DELIMITED BY SIZE
                  INTO WS-ITEM-DATE
           END-STRING
           PERFORM COMPUTE-DAYS-OLD THRU COMPUTE-DAYS-OLD-EXIT

           IF WS-DAYS-OLD > 0
               ADD 1 TO WS-CAT-AGED (WS-CAT-PENDING)
               MOVE WS-DAYS-OLD TO WS-DAYS-ED
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "PENDING "         DELIMITED BY SIZE
                      CPY-EMP-OPERATION  DELIMITED BY SIZE
                      " FOR EMPNO "      DELIMITED BY SIZE
                      CPY-EMPNO          DELIMITED BY SIZE
                      " STILL HELD, EFFECTIVE " DELIMITED BY SIZE
                      CPY-HIREDATE-TO    DELIMITED BY SIZE
                      " -"               DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      " DAYS PAST"       DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       READ-PENDING-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-APPROVALS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT APPQUE-FILE
           IF NOT WS-APQ-FILE-FOUND
               GO TO SCAN-APPROVALS-EXIT
           END-IF

           PERFORM READ-APPQUE-RECORD THRU READ-APPQUE-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE APPQUE-FILE
           .
       SCAN-APPROVALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-APPQUE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ APPQUE-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-APPQUE-RECORD-EXIT
           END-READ

           ADD 1 TO WS-CAT-OPEN (WS-CAT-APPROVAL)

           MOVE APQ-HELD-DATE TO WS-ITEM-DATE
           PERFORM COMPUTE-DAYS-OLD THRU COMPUTE-DAYS-OLD-EXIT

           IF WS-DAYS-OLD > WS-APPR-LIMIT
               ADD 1 TO WS-CAT-AGED (WS-CAT-APPROVAL)
               MOVE WS-DAYS-OLD TO WS-DAYS-ED
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "SALARY APPROVAL FOR EMPNO " DELIMITED BY SIZE
                      APQ-IMAGE (6:6)    DELIMITED BY SIZE
                      " UNSIGNED SINCE " DELIMITED BY SIZE
                      APQ-HELD-DATE      DELIMITED BY SIZE
                      " -"               DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      " DAYS"            DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       READ-APPQUE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-REJECTS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REJLEDGR-FILE
           IF NOT WS-RJL-FILE-FOUND
               GO TO SCAN-REJECTS-EXIT
           END-IF

           PERFORM READ-REJECT-RECORD THRU READ-REJECT-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE REJLEDGR-FILE
           .
       SCAN-REJECTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    resolved (R) and abandoned (A) entries are closed; anything
      *>    else is still open
           READ REJLEDGR-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-REJECT-RECORD-EXIT
           END-READ

           IF RJL-STATUS = 'R' OR RJL-STATUS = 'A'
               GO TO READ-REJECT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CAT-OPEN (WS-CAT-REJECT)

           MOVE RJL-RUN-DATE TO WS-ITEM-DATE
           PERFORM COMPUTE-DAYS-OLD THRU COMPUTE-DAYS-OLD-EXIT

           IF WS-DAYS-OLD > WS-REJ-LIMIT
               ADD 1 TO WS-CAT-AGED (WS-CAT-REJECT)
               MOVE WS-DAYS-OLD TO WS-DAYS-ED
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "REJECT "          DELIMITED BY SIZE
                      RJL-REASON         DELIMITED BY SIZE
                      " FROM "           DELIMITED BY SIZE
                      RJL-SOURCE         DELIMITED BY SPACE
                      " KEY "            DELIMITED BY SIZE
                      RJL-KEY            DELIMITED BY SIZE
                      " OPEN SINCE "     DELIMITED BY SIZE
                      RJL-RUN-DATE       DELIMITED BY SIZE
                      " -"               DELIMITED BY SIZE
                      WS-DAYS-ED         DELIMITED BY SIZE
                      " DAYS"            DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       READ-REJECT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-BOUNCES SECTION.
      *>------------------------------------------------------------------------
      *>    every bounce is money that will not arrive on pay day
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-FILE-FOUND
               MOVE 'M' TO WS-CAT-SOURCE-SW (WS-CAT-BOUNCE)
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NO PAYROLL ACKNOWLEDGEMENT ON FILE - "
                      DELIMITED BY SIZE
                      WS-ACK-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               GO TO SCAN-BOUNCES-EXIT
           END-IF

           PERFORM READ-ACK-RECORD THRU READ-ACK-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE ACK-FILE
           .
       SCAN-BOUNCES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-ACK-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ACK-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-ACK-RECORD-EXIT
           END-READ

           IF ACK-DTL-REC-TYPE NOT = 'AD'
           OR NOT ACK-DTL-BOUNCED
               GO TO READ-ACK-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CAT-OPEN (WS-CAT-BOUNCE)
           MOVE 8 TO WS-NEW-RC
           MOVE SPACES TO WS-NEW-TEXT
           STRING "PAYROLL VENDOR BOUNCED EMPNO " DELIMITED BY SIZE
                  ACK-DTL-EMPNO      DELIMITED BY SIZE
                  " - THEIR REASON " DELIMITED BY SIZE
                  ACK-DTL-REASON     DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           .
       READ-ACK-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-RI-EXCEPTIONS SECTION.
      *>------------------------------------------------------------------------
      *>    the sweep's per-type totals are added up; a check the sweep
      *>    had to stand aside is reported as well, since its zero
      *>    proves nothing
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RIEXC-FILE
           IF NOT WS-RIX-FILE-FOUND
               MOVE 'M' TO WS-CAT-SOURCE-SW (WS-CAT-RIEXC)
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NO RI SWEEP REPORT ON FILE - " DELIMITED BY SIZE
                      WS-RIEXC-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               GO TO SCAN-RI-EXCEPTIONS-EXIT
           END-IF

           PERFORM READ-RIEXC-LINE THRU READ-RIEXC-LINE-EXIT
              UNTIL WS-EOF

           CLOSE RIEXC-FILE

           MOVE WS-RIX-DATE TO WS-ITEM-DATE
           PERFORM COMPUTE-DAYS-OLD THRU COMPUTE-DAYS-OLD-EXIT
           IF WS-RIX-DATE IS NOT NUMERIC
           OR WS-DAYS-OLD > WS-STALE-LIMIT
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "RI SWEEP REPORT IS STALE - DATED "
                      DELIMITED BY SIZE
                      WS-RIX-DATE DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF

           IF WS-CAT-OPEN (WS-CAT-RIEXC) > 0
               MOVE WS-CAT-OPEN (WS-CAT-RIEXC) TO WS-COUNT-ED
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "RI SWEEP FOUND" DELIMITED BY SIZE
                      WS-COUNT-ED      DELIMITED BY SIZE
                      " REFERENTIAL EXCEPTION(S) - SEE "
                      DELIMITED BY SIZE
                      WS-RIEXC-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF

           IF WS-RIX-SKIPPED > 0
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "RI SWEEP STOOD ASIDE FROM " DELIMITED BY SIZE
                      WS-RIX-SKIPPED   DELIMITED BY SIZE
                      " CHECK(S) - TABLE FULL OR MASTER NOT LOADED"
                      DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       SCAN-RI-EXCEPTIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-RIEXC-LINE SECTION.
      *>------------------------------------------------------------------------
           READ RIEXC-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-RIEXC-LINE-EXIT
           END-READ

           IF RIEXC-LINE (1:8) = 'DB2RISWP'
               MOVE RIEXC-LINE (45:8) TO WS-RIX-DATE
               GO TO READ-RIEXC-LINE-EXIT
           END-IF

           IF RIEXC-LINE (1:5) NOT = 'TYPE '
           OR RIEXC-LINE (61:8) NOT = ' COUNT: '
               GO TO READ-RIEXC-LINE-EXIT
           END-IF

           IF RIEXC-LINE (10:8) = 'SKIPPED:'
               ADD 1 TO WS-RIX-SKIPPED
               GO TO READ-RIEXC-LINE-EXIT
           END-IF

           MOVE RIEXC-LINE (69:5) TO WS-RIX-COUNT-ED
           MOVE WS-RIX-COUNT-ED   TO WS-RIX-COUNT
           ADD WS-RIX-COUNT TO WS-CAT-OPEN (WS-CAT-RIEXC)
           .
       READ-RIEXC-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-STREAM-STATUS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STRMSTAT-FILE
           IF NOT WS-STM-FILE-FOUND
               MOVE 'M' TO WS-CAT-SOURCE-SW (WS-CAT-STEP)
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NO NIGHT-STREAM STATUS ON FILE - "
                      DELIMITED BY SIZE
                      WS-STRMSTAT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               GO TO SCAN-STREAM-STATUS-EXIT
           END-IF

           PERFORM READ-STREAM-LINE THRU READ-STREAM-LINE-EXIT
              UNTIL WS-EOF

           CLOSE STRMSTAT-FILE

           MOVE WS-STREAM-DATE TO WS-ITEM-DATE
           PERFORM COMPUTE-DAYS-OLD THRU COMPUTE-DAYS-OLD-EXIT
           IF NOT WS-STREAM-SEEN
           OR WS-STREAM-DATE IS NOT NUMERIC
           OR WS-DAYS-OLD > WS-STALE-LIMIT
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NIGHT-STREAM STATUS IS STALE OR INCOMPLETE - "
                      DELIMITED BY SIZE
                      "STREAM DATED " DELIMITED BY SIZE
                      WS-STREAM-DATE DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       SCAN-STREAM-STATUS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STREAM-LINE SECTION.
      *>------------------------------------------------------------------------
           READ STRMSTAT-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-STREAM-LINE-EXIT
           END-READ

           IF STM-STRM-TAG = 'STREAM '
               SET WS-STREAM-SEEN TO TRUE
               MOVE STM-STRM-DATE TO WS-STREAM-DATE
               GO TO READ-STREAM-LINE-EXIT
           END-IF

           IF STM-STEP-TAG NOT = 'STEP '
               GO TO READ-STREAM-LINE-EXIT
           END-IF

           EVALUATE STM-STEP-DISPO
             WHEN 'FAILED'
               ADD 1 TO WS-FAILED-STEPS
               ADD 1 TO WS-CAT-OPEN (WS-CAT-STEP)
               MOVE 8 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NIGHT STEP " DELIMITED BY SIZE
                      STM-STEP-JOB  DELIMITED BY SPACE
                      " FAILED - RC " DELIMITED BY SIZE
                      STM-STEP-RC   DELIMITED BY SIZE
                      " RECON "     DELIMITED BY SIZE
                      STM-STEP-RECON DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
             WHEN 'SKIPPED'
               ADD 1 TO WS-SKIPPED-STEPS
               ADD 1 TO WS-CAT-OPEN (WS-CAT-STEP)
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NIGHT STEP " DELIMITED BY SIZE
                      STM-STEP-JOB  DELIMITED BY SPACE
                      " SKIPPED - " DELIMITED BY SIZE
                      STM-STEP-NOTE DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       READ-STREAM-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCAN-JOB-STATUS SECTION.
      *>------------------------------------------------------------------------
      *>    the batch driver's own status record - a bad ending or a
      *>    reconciliation break shows here even when the stream that
      *>    ran it did not catch it
           OPEN INPUT JOBSTAT-FILE
           IF NOT WS-STA-FILE-FOUND
               MOVE 4 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "NO BATCH DRIVER STATUS RECORD ON FILE - "
                      DELIMITED BY SIZE
                      WS-JOBSTAT-FILE-NAME DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               GO TO SCAN-JOB-STATUS-EXIT
           END-IF

           READ JOBSTAT-FILE
             AT END
               MOVE SPACES TO JOBSTAT-RECORD
           END-READ
           CLOSE JOBSTAT-FILE

           IF STA-RETURN-CODE IS NOT NUMERIC
               MOVE 4 TO WS-NEW-RC
               MOVE "BATCH DRIVER STATUS RECORD IS EMPTY OR UNREADABLE"
                 TO WS-NEW-TEXT
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               GO TO SCAN-JOB-STATUS-EXIT
           END-IF

           IF STA-RETURN-CODE >= 8
               MOVE 8 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "BATCH DRIVER RUN " DELIMITED BY SIZE
                      STA-RUN-DATE      DELIMITED BY SIZE
                      " ENDED RC "      DELIMITED BY SIZE
                      STA-RETURN-CODE   DELIMITED BY SIZE
                      " - INPUT "       DELIMITED BY SIZE
                      STA-INPUT-FILE    DELIMITED BY SPACE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF

           IF STA-RECON-FLAG = 'Y'
               MOVE 8 TO WS-NEW-RC
               MOVE SPACES TO WS-NEW-TEXT
               STRING "BATCH DRIVER RUN " DELIMITED BY SIZE
                      STA-RUN-DATE      DELIMITED BY SIZE
                      " HAS A RECONCILIATION BREAK" DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
           END-IF
           .
       SCAN-JOB-STATUS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPARE-WITH-PRIOR SECTION.
      *>------------------------------------------------------------------------
      *>    a category whose open count went up since yesterday is an
      *>    item in its own right
           IF NOT WS-PRIOR-FOUND
               GO TO COMPARE-WITH-PRIOR-EXIT
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-MAX
               IF NOT WS-CAT-SOURCE-MISSING (WS-CAT-IDX)
               AND WS-CAT-OPEN (WS-CAT-IDX) > WS-CAT-PRIOR (WS-CAT-IDX)
                   MOVE WS-CAT-PRIOR (WS-CAT-IDX) TO WS-COUNT-ED
                   MOVE WS-CAT-OPEN (WS-CAT-IDX)  TO WS-COUNT-ED-2
                   MOVE 4 TO WS-NEW-RC
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING WS-CAT-NAME (WS-CAT-IDX) DELIMITED BY "  "
                          " WORSE THAN YESTERDAY -" DELIMITED BY SIZE
                          WS-COUNT-ED   DELIMITED BY SIZE
                          " NOW"        DELIMITED BY SIZE
                          WS-COUNT-ED-2 DELIMITED BY SIZE
                          INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM ADD-ATTENTION THRU ADD-ATTENTION-EXIT
               END-IF
           END-PERFORM
           .
       COMPARE-WITH-PRIOR-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REPORT SECTION.
      *>------------------------------------------------------------------------
      *>    one page: the category table, the attention list, the code
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE TO WS-RPT-HDR-PRIOR
           ELSE
               MOVE "NO PRIOR" TO WS-RPT-HDR-PRIOR
           END-IF
           MOVE WS-RPT-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-MAX
               MOVE WS-CAT-NAME (WS-CAT-IDX)  TO WS-CTL-NAME
               MOVE WS-CAT-OPEN (WS-CAT-IDX)  TO WS-CTL-OPEN
               MOVE WS-CAT-AGED (WS-CAT-IDX)  TO WS-CTL-AGED
               MOVE WS-CAT-PRIOR (WS-CAT-IDX) TO WS-CTL-PRIOR
               EVALUATE TRUE
                 WHEN WS-CAT-SOURCE-MISSING (WS-CAT-IDX)
                   MOVE "SOURCE NOT ON FILE" TO WS-CTL-TREND
                 WHEN NOT WS-PRIOR-FOUND
                   MOVE SPACES TO WS-CTL-TREND
                 WHEN WS-CAT-OPEN (WS-CAT-IDX)
                      > WS-CAT-PRIOR (WS-CAT-IDX)
                   MOVE "*WORSE*" TO WS-CTL-TREND
                 WHEN WS-CAT-OPEN (WS-CAT-IDX)
                      < WS-CAT-PRIOR (WS-CAT-IDX)
                   MOVE "BETTER" TO WS-CTL-TREND
                 WHEN OTHER
                   MOVE "SAME" TO WS-CTL-TREND
               END-EVALUATE
               MOVE WS-CAT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ATT-COUNT = 0
               MOVE "NOTHING NEEDS ATTENTION THIS MORNING" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "ITEMS NEEDING ATTENTION, IN THE ORDER FOUND"
                 TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                  UNTIL WS-ATT-IDX > WS-ATT-COUNT
                   MOVE WS-ATT-RC (WS-ATT-IDX)   TO WS-ATL-RC
                   MOVE WS-ATT-TEXT (WS-ATT-IDX) TO WS-ATL-TEXT
                   MOVE WS-ATT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               IF WS-ATT-DROPPED > 0
                   MOVE SPACES TO RPT-LINE
                   STRING "... AND " DELIMITED BY SIZE
                          WS-ATT-DROPPED DELIMITED BY SIZE
                          " MORE - SEE THE OWNING REPORTS"
                          DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WORST-RC TO WS-RCL-RC
           MOVE WS-RC-LINE TO RPT-LINE
           WRITE RPT-LINE

           CLOSE REPORT-FILE
           .
       WRITE-REPORT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SAVE-TODAY-COUNTS SECTION.
      *>------------------------------------------------------------------------
      *>    today's counts become tomorrow's yesterday; the day they
      *>    were compared with is kept beside them for a same-day rerun
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-RUN-DATE   TO CTL-RUN-DATE
           MOVE WS-PRIOR-DATE TO CTL-PRIOR-DATE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-MAX
               MOVE WS-CAT-OPEN (WS-CAT-IDX)  TO CTL-COUNT (WS-CAT-IDX)
               MOVE WS-CAT-PRIOR (WS-CAT-IDX)
                 TO CTL-PRIOR-COUNT (WS-CAT-IDX)
           END-PERFORM

           OPEN OUTPUT CONTROL-FILE
           IF NOT WS-CTL-FILE-FOUND
               DISPLAY "DB2OPSC: UNABLE TO WRITE CONTROL FILE "
                  WS-CONTROL-FILE-NAME " - FILE STATUS "
                  WS-CTL-FILE-STATUS
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
               GO TO SAVE-TODAY-COUNTS-EXIT
           END-IF
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .
       SAVE-TODAY-COUNTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2OPSC.

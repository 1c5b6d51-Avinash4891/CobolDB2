      *>              subscription feed the badge system, directory and
      *>              facilities asked for, separate from the audit
      *>              trail.
      *> 2026.10.15 Avinash Kumar
      *>            - requisition control: an ADD names the approved
      *>              requisition it fills (CPY-REQNO). It rejects when
      *>              the requisition is missing (R014), already filled
      *>              or cancelled (R015), or for another department or
      *>              job (R016); an applied ADD marks it filled with
      *>              the EMPNO through DB2REQN. A salary outside the
      *>              requisition's approved range is flagged on the
      *>              warnings file. A shop without the requisition
      *>              store is warned once and the check stands aside.
      *>            - transaction images (rejects, pending store,
      *>              approvals queue) carried at the 120-byte width.
      *>            - retroactive pay: an applied UPDATE whose salary
      *>              change is effective inside a pay period the
      *>              payroll calendar (DB2PCAL) shows closed gets its
      *>              back pay computed per closed period - the
      *>              per-period difference between old and new annual
      *>              salary, prorated by days for the period the
      *>              change lands in. The adjustments go on the
      *>              vendor's retro file (RH/RD/RT with its own count,
      *>              amount hash and net) and on a review report, and
      *>              the run summary counts the retro changes. A later
      *>              run the same day, or a checkpoint restart, keeps
      *>              the RD lines already on the day's file, adds its
      *>              own and rewrites the RT over all of them. A shop
      *>              without the calendar is warned once and the check
      *>              stands aside.
      *>            - change provenance: a transaction whose producer did
      *>              not stamp it is stamped as a batch file (code F,
      *>              DB2CRU1 and the header run date as the origin); an
      *>              approval release is re-stamped as such (code A)
      *>              with the approver's ID. The provenance rides the
      *>              image down to DB2UPDT's audit line, DB2XFER's
      *>              transfer history and DB2DELET's history archive,
      *>              and the event record carries it at its end.
      *>              Transaction images are now 137 bytes.
      *>            - the event record also carries the department and
      *>              full-precision salary on file before an applied
      *>              UPDATE or TRANSFER (read just ahead of it), the
      *>              new salary at full precision and the effective
      *>              date, so the confirmation letters can quote the
      *>              old and new values.
      *>            - a DELETE must carry a termination-reason code on
      *>              the termination-reason master (DB2TRSN) or it is
      *>              rejected (R017); a shop without the master yet is
      *>              warned once and the check stands aside. The code
      *>              goes on with the DELETE to DB2DELET and is
      *>              archived with the spell. An ADD that DB2INSRT
      *>              refuses as a barred rehire fails with its own
      *>              reason unless it carries the supervisor's
      *>              override. Transaction images are now 140 bytes.
      *>            - the rehire override byte is blanked on every
      *>              record read from the input file and again before
      *>              an ADD is applied: the override is granted only
      *>              on line by a supervisor, never by a batch file.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HCB-FILE-STATUS.

        SELECT PCAL-FILE ASSIGN TO WS-PCAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

        SELECT RETRO-FILE ASSIGN TO WS-RETRO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETRO-FILE-STATUS.

        SELECT RETRO-RPT-FILE ASSIGN TO WS-RETRO-RPT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETRO-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(140).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
      *> pending store - future-dated transaction images parked here
      *> until their effective date comes due
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> one fixed-layout status record per run, rewritten at every
      *> ending - clean or not - so the scheduler's automation can read
           05 EVT-JOB               PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-SALARY            PIC 9(9).
           05 FILLER                PIC X(1).
           05 EVT-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-PROV-ORIGIN       PIC X(16).
      *>   before-image (UPDATE and TRANSFER only - blank otherwise),
      *>   the new salary at full precision, and the effective date
           05 FILLER                PIC X(1).
           05 EVT-OLD-WORKDEPT      PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-OLD-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-NEW-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-EFF-DATE          PIC X(8).

      *> applied-file fingerprint log - one line per input file this
      *> driver has run to completion, so the same file cannot be
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

      *> the second signatures - one line per approval: who signed,
      *> and the EMPNO whose held change may now apply
           05 FILLER                PIC X(1).
           05 HCB-BUDGET            PIC 9(5).

      *> the payroll calendar DB2PCAL maintains - one line per pay
      *> period, closed once DB2PAYX has sent it to the vendor
       FD PCAL-FILE.
       01 PCAL-RECORD.
           05 PCAL-PERIOD-ID        PIC X(6).
           05 FILLER                PIC X(1).
           05 PCAL-START-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-END-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-CUTOFF-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-PER-YEAR         PIC 9(2).
           05 FILLER                PIC X(1).
           05 PCAL-CLOSED-FLAG      PIC X(1).
              88 PCAL-CLOSED            VALUE 'C'.
           05 FILLER                PIC X(1).
           05 PCAL-CLOSED-DATE      PIC 9(8).

      *> the vendor's retro-adjustment file, in the pickup file's
      *> scheme: RH header, RD one per employee per closed period,
      *> RT trailer with record count, amount hash and signed net
       FD RETRO-FILE.
       01 RETRO-RECORD              PIC X(80).

       01 RETRO-HEADER-RECORD REDEFINES RETRO-RECORD.
           05 RTR-HDR-REC-TYPE      PIC X(2).
           05 RTR-HDR-RUN-DATE      PIC 9(8).
           05 FILLER                PIC X(70).

       01 RETRO-DETAIL-RECORD REDEFINES RETRO-RECORD.
           05 RTR-DTL-REC-TYPE      PIC X(2).
           05 RTR-DTL-EMPNO         PIC X(6).
           05 RTR-DTL-PERIOD-ID     PIC X(6).
           05 RTR-DTL-PERIOD-END    PIC 9(8).
           05 RTR-DTL-EFF-DATE      PIC 9(8).
           05 RTR-DTL-OLD-SALARY    PIC 9(7)V9(2).
           05 RTR-DTL-NEW-SALARY    PIC 9(7)V9(2).
           05 RTR-DTL-SIGN          PIC X(1).
           05 RTR-DTL-AMOUNT        PIC 9(7)V9(2).
           05 FILLER                PIC X(22).

       01 RETRO-TRAILER-RECORD REDEFINES RETRO-RECORD.
           05 RTR-TRL-REC-TYPE      PIC X(2).
           05 RTR-TRL-REC-COUNT     PIC 9(7).
           05 RTR-TRL-AMOUNT-HASH   PIC 9(11)V9(2).
           05 RTR-TRL-NET-SIGN      PIC X(1).
           05 RTR-TRL-NET-AMOUNT    PIC 9(11)V9(2).
           05 FILLER                PIC X(44).

      *> the retro review report payroll checks before the file goes
       FD RETRO-RPT-FILE.
       01 RETRO-RPT-LINE            PIC X(132).

       01 RETRO-RPT-HEADER-LINE REDEFINES RETRO-RPT-LINE.
           05 RRH-TITLE             PIC X(42).
           05 RRH-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(82).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".
        01 WS-JOBC-WARNED-SW     PIC X VALUE 'N'.
           88 WS-JOBC-WARNED         VALUE 'Y'.

      *> requisition control - the requisition an ADD names is verified
      *> through DB2REQN before the insert and marked filled after it;
      *> a shop without a requisition store yet is warned once and the
      *> check stands aside, the way the job-code edit does
        COPY "CPYREQN.cpy".

        01 WS-REQN-PGM           PIC X(7) VALUE 'DB2REQN'.

        01 WS-REQN-OK-SW         PIC X VALUE 'Y'.
           88 WS-REQN-OK             VALUE 'Y'.
           88 WS-REQN-BAD            VALUE 'N'.
        01 WS-NO-REQN-MASTER-SW  PIC X VALUE 'N'.
           88 WS-NO-REQN-MASTER      VALUE 'Y'.
        01 WS-REQN-FILL-DATE     PIC 9(8) VALUE 0.

      *> termination-reason control - the reason a DELETE carries is
      *> verified through DB2TRSN before the DELETE is dispatched; a
      *> shop without the master yet is warned once and the check
      *> stands aside, the way the job-code edit does
        COPY "CPYTRSN.cpy".

        01 WS-TRSN-PGM           PIC X(7) VALUE 'DB2TRSN'.

        01 WS-TRSN-OK-SW         PIC X VALUE 'Y'.
           88 WS-TRSN-OK             VALUE 'Y'.
           88 WS-TRSN-BAD            VALUE 'N'.
        01 WS-NO-TRSN-MASTER-SW  PIC X VALUE 'N'.
           88 WS-NO-TRSN-MASTER      VALUE 'Y'.
        01 WS-REQN-FILLED-COUNT  PIC 9(7) VALUE 0.

      *> salary-band policy checks
        01 WS-WARN-FILE-NAME     PIC X(100) VALUE 'salwarn.txt'.
        01 WS-WARN-COUNT         PIC 9(7) VALUE 0.
        01 WS-PEND-COUNT         PIC 9(4) VALUE 0.
        01 WS-PEND-MAX           PIC 9(4) VALUE 500.
        01 WS-PEND-TAB.
           05 WS-PEND-IMAGE          PIC X(140)
              OCCURS 500 TIMES
              INDEXED BY WS-PEND-IDX.

      *> releases and carry-overs cannot tangle with new holds
        01 WS-SWEEP-COUNT        PIC 9(4) VALUE 0.
        01 WS-SWEEP-TAB.
           05 WS-SWEEP-IMAGE         PIC X(140)
              OCCURS 500 TIMES
              INDEXED BY WS-SWEEP-IDX.


      *> the transaction image kept aside while CPY-EMPLOYEE doubles
      *> as the selection record for the current-salary fetch
        01 WS-APPR-SAVE-IMAGE    PIC X(140).

        01 WS-CUR-SALARY         PIC 9(9) VALUE 0.
        01 WS-CUR-SALARY-FULL    PIC 9(7)V9(2) VALUE 0.
        01 WS-CUR-FOUND-SW       PIC X VALUE 'N'.
           88 WS-CUR-FOUND           VALUE 'Y'.
        01 WS-CUR-WORKDEPT       PIC X(3) VALUE SPACES.

      *> the row on file just before an UPDATE or TRANSFER is applied,
      *> for the event record; cleared once the outcome is tallied
        01 WS-BEF-HELD-SW        PIC X VALUE 'N'.
           88 WS-BEF-HELD            VALUE 'Y'.
        01 WS-BEF-WORKDEPT       PIC X(3) VALUE SPACES.
        01 WS-BEF-SALARY         PIC 9(7)V9(2) VALUE 0.
        01 WS-PCT-CHANGE         PIC S9(5)V9(2) VALUE 0.
        01 WS-HELD-STAMP         PIC 9(8) VALUE 0.

              10 WS-APQ-T-HELD-DATE PIC 9(8).
              10 WS-APQ-T-OLD-SAL   PIC 9(9).
              10 WS-APQ-T-NEW-SAL   PIC 9(9).
              10 WS-APQ-T-IMAGE     PIC X(140).

      *> the sweep reads the prior queue into its own table first, the
      *> way the pending sweep does
              10 WS-AQS-T-HELD-DATE PIC 9(8).
              10 WS-AQS-T-OLD-SAL   PIC 9(9).
              10 WS-AQS-T-NEW-SAL   PIC 9(9).
              10 WS-AQS-T-IMAGE     PIC X(140).

      *> the approval file in memory; a consumed approval is one-shot
      *> and does not go back when the file is rewritten
        01 WS-HC-LOOKUP-DEPT     PIC X(3).
        01 WS-RUN-YYYYMM         PIC 9(6) VALUE 0.

      *> retroactive pay against the payroll calendar
        01 WS-PCAL-FILE-NAME     PIC X(100) VALUE 'paycal.txt'.
        01 WS-RETRO-FILE-NAME    PIC X(100).
        01 WS-RETRO-RPT-FILE-NAME PIC X(100) VALUE 'retrorpt.txt'.

        01 WS-PCAL-FILE-STATUS   PIC XX.
           88 WS-PCAL-FILE-OK        VALUE '00'.
        01 WS-PCAL-EOF-SW        PIC X VALUE 'N'.
           88 WS-PCAL-EOF            VALUE 'Y'.
        01 WS-RETRO-FILE-STATUS  PIC XX.
           88 WS-RETRO-FILE-OK       VALUE '00'.
        01 WS-RETRO-RPT-FILE-STATUS PIC XX.
           88 WS-RETRO-RPT-FILE-OK   VALUE '00'.
        01 WS-RETRO-EOF-SW       PIC X VALUE 'N'.
           88 WS-RETRO-EOF           VALUE 'Y'.
        01 WS-RETRO-DUP-SW       PIC X VALUE 'N'.
           88 WS-RETRO-DUP           VALUE 'Y'.

      *> a shop without a payroll calendar yet gets one warning and
      *> the check stands aside, like the headcount budget
        01 WS-NO-PCAL-MASTER-SW  PIC X VALUE 'N'.
           88 WS-NO-PCAL-MASTER      VALUE 'Y'.

      *> only the closed periods matter here - an open one is still
      *> ahead of the vendor and pays the new salary anyway
        01 WS-PCAL-COUNT         PIC 9(4) VALUE 0.
        01 WS-PCAL-MAX           PIC 9(4) VALUE 1000.
        01 WS-PCAL-TAB.
           05 WS-PCAL-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-PCAL-IDX.
              10 WS-PCAL-T-PERIOD-ID   PIC X(6).
              10 WS-PCAL-T-START-DATE  PIC 9(8).
              10 WS-PCAL-T-END-DATE    PIC 9(8).
              10 WS-PCAL-T-PER-YEAR    PIC 9(2).

        01 WS-PCAL-SLOT          PIC 9(4) VALUE 0.
        01 WS-RETRO-RUN-DATE     PIC 9(8) VALUE 0.
        01 WS-RETRO-CAND-SW      PIC X VALUE 'N'.
           88 WS-RETRO-CANDIDATE     VALUE 'Y'.
        01 WS-RETRO-EFF-X        PIC X(8).
        01 WS-RETRO-EFF-DATE     PIC 9(8) VALUE 0.
        01 WS-RETRO-FROM-DATE    PIC 9(8) VALUE 0.
        01 WS-RETRO-OLD-SAL      PIC 9(7)V9(2) VALUE 0.
        01 WS-RETRO-NEW-SAL      PIC 9(7)V9(2) VALUE 0.
        01 WS-RETRO-PER-DIFF     PIC S9(7)V9(4) VALUE 0.
        01 WS-RETRO-AMT          PIC S9(7)V9(2) VALUE 0.
        01 WS-RETRO-DAYS-IN      PIC 9(3) VALUE 0.
        01 WS-RETRO-DAYS-PAID    PIC 9(3) VALUE 0.

        01 WS-RETRO-COUNT        PIC 9(7) VALUE 0.
        01 WS-RETRO-LINE-COUNT   PIC 9(7) VALUE 0.
        01 WS-RETRO-HASH         PIC 9(11)V9(2) VALUE 0.
        01 WS-RETRO-NET          PIC S9(11)V9(2) VALUE 0.

      *> the RD lines already on the day's retro file - an earlier
      *> run that day, or the records applied ahead of a checkpoint
      *> restart - carried into the rewritten file so no back pay is
      *> lost and the trailer covers the whole day
        01 WS-RETRO-CARRIED      PIC 9(5) VALUE 0.
        01 WS-RETRO-CARRY-MAX    PIC 9(5) VALUE 20000.
        01 WS-RETRO-CARRY-TAB.
           05 WS-RETRO-CARRY-LINE   PIC X(80)
              OCCURS 20000 TIMES.
        01 WS-RETRO-SCAN-IDX     PIC 9(5) VALUE 0.

      *> day numbers for the proration - days since a fixed origin,
      *> so the difference of two is the days between them
        01 WS-DN-DATE            PIC 9(8).
        01 WS-DN-DATE-R REDEFINES WS-DN-DATE.
           05 WS-DN-YYYY         PIC 9(4).
           05 WS-DN-MM           PIC 9(2).
           05 WS-DN-DD           PIC 9(2).
        01 WS-DN-DAYNO           PIC 9(7) VALUE 0.
        01 WS-DN-YEARS           PIC 9(4) VALUE 0.
        01 WS-DN-QUOT            PIC 9(4) VALUE 0.
        01 WS-DN-REM4            PIC 9(4) VALUE 0.
        01 WS-DN-REM100          PIC 9(4) VALUE 0.
        01 WS-DN-REM400          PIC 9(4) VALUE 0.
        01 WS-DN-START           PIC 9(7) VALUE 0.
        01 WS-DN-END             PIC 9(7) VALUE 0.
        01 WS-DN-FROM            PIC 9(7) VALUE 0.

      *> days in the year before the first of each month
        01 WS-DN-CUM-VALUES.
           05 FILLER             PIC X(36)
              VALUE "000031059090120151181212243273304334".
        01 WS-DN-CUM-TAB REDEFINES WS-DN-CUM-VALUES.
           05 WS-DN-CUM          PIC 9(3) OCCURS 12 TIMES.

      *> one review-report detail line
        01 WS-RRP-DETAIL.
           05 WS-RRP-EMPNO       PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-PERIOD      PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-START       PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-END         PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-EFF         PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-DAYS-PAID   PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE '/'.
           05 WS-RRP-DAYS-IN     PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-OLD-SAL     PIC Z(6)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-NEW-SAL     PIC Z(6)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-RRP-ADJ         PIC -(7)9.99.

        01 WS-RRP-NET            PIC -(11)9.99.

      *> in-memory table of EMPNOs already seen on an ADD/UPDATE/DELETE
      *> transaction this run, used to catch duplicate/conflicting
      *> transactions for the same EMPNO within a single batch run
           PERFORM LOAD-HEADCOUNT-CONTROL
              THRU LOAD-HEADCOUNT-CONTROL-EXIT

      *>    a trial applies nothing and so owes no back pay - it never
      *>    touches the vendor's retro file either
           IF NOT WS-TRIAL-MODE
               PERFORM LOAD-PAY-CALENDAR THRU LOAD-PAY-CALENDAR-EXIT
               PERFORM OPEN-RETRO-FILES THRU OPEN-RETRO-FILES-EXIT
           END-IF

      *>    a trial applies nothing, so it leaves the approvals queue
      *>    and the pending store strictly alone
           IF NOT WS-TRIAL-MODE
                  THRU REWRITE-APPROVAL-FILE-EXIT
           END-IF

           IF NOT WS-TRIAL-MODE
               PERFORM CLOSE-RETRO-FILES THRU CLOSE-RETRO-FILES-EXIT
           END-IF

            CLOSE EMPLOYEE-FILE
            CLOSE REJECT-FILE
            CLOSE WARN-FILE
               DISPLAY "DB2CRUD: INPUT FILE IS EMPTY - NO HEADER RECORD"
               SET WS-EOF TO TRUE
           NOT AT END
               MOVE SPACE TO CPY-REHIRE-OVERRIDE
               IF CPY-REC-HEADER
                   MOVE CPY-HDR-RUN-DATE TO WS-RUN-DATE
                   DISPLAY "DB2CRUD: BATCH RUN DATE " WS-RUN-DATE
           DISPLAY "DB2CRUD: FAILED              : " WS-FAIL-COUNT
           DISPLAY "DB2CRUD: REJECTED            : " WS-REJECT-COUNT
           DISPLAY "DB2CRUD: BAND WARNINGS       : " WS-WARN-COUNT
           DISPLAY "DB2CRUD: REQUISITIONS FILLED : "
              WS-REQN-FILLED-COUNT
           DISPLAY "DB2CRUD: RELEASED FROM HOLD  : " WS-RELEASED-COUNT
           DISPLAY "DB2CRUD: HELD FUTURE-DATED   : " WS-HELD-COUNT
           DISPLAY "DB2CRUD: STILL PENDING       : " WS-PEND-COUNT
           DISPLAY "DB2CRUD: RELEASED BY APPROVAL: " WS-APPR-REL-COUNT
           DISPLAY "DB2CRUD: HELD FOR APPROVAL   : " WS-APPR-HELD-COUNT
           DISPLAY "DB2CRUD: AWAITING APPROVAL   : " WS-APQ-COUNT
           DISPLAY "DB2CRUD: RETRO CHANGES       : " WS-RETRO-COUNT
           DISPLAY "DB2CRUD: RETRO PERIOD LINES  : " WS-RETRO-LINE-COUNT
           DISPLAY "DB2CRUD: RETRO LINES CARRIED : " WS-RETRO-CARRIED
           DISPLAY "DB2CRUD: ======================================="
           .
       PRINT-SUMMARY-REPORT-EXIT.
               MOVE 'rejledgr.txt' TO WS-REJLEDGR-FILE-NAME
           END-IF

           ACCEPT WS-PCAL-FILE-NAME
              FROM ENVIRONMENT "DB2PCAL_MASTER_FILE"
           IF WS-PCAL-FILE-NAME = SPACE
               MOVE 'paycal.txt' TO WS-PCAL-FILE-NAME
           END-IF

      *>    left blank when unset - OPEN-RETRO-FILES names the file
      *>    after the header run date, one per batch for the vendor
           ACCEPT WS-RETRO-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_RETRO_FILE"

           ACCEPT WS-RETRO-RPT-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_RETRO_REPORT"
           IF WS-RETRO-RPT-FILE-NAME = SPACE
               MOVE 'retrorpt.txt' TO WS-RETRO-RPT-FILE-NAME
           END-IF

           ACCEPT WS-TRIAL-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_TRIAL_FILE"
           IF WS-TRIAL-FILE-NAME = SPACE
             AT END
               SET WS-PRE-EOF TO TRUE
             NOT AT END
               MOVE SPACE TO CPY-REHIRE-OVERRIDE
               EVALUATE TRUE
                 WHEN CPY-REC-HEADER
                   MOVE CPY-HDR-RUN-DATE TO WS-FP-RUN-DATE
           AT END
               SET WS-EOF TO TRUE
           NOT AT END
      *>        a rehire override is a supervisor's decision taken on
      *>        line; a batch file cannot carry one
               MOVE SPACE TO CPY-REHIRE-OVERRIDE
               IF NOT WS-EMP-FILE-OK
                   DISPLAY "DB2CRUD: *** READ ERROR - FILE STATUS "
                       WS-EMP-FILE-STATUS " ***"
               PERFORM TALLY-SKIP-RECORD THRU TALLY-SKIP-RECORD-EXIT
           ELSE

      *>    a transaction its producer did not stamp came in on a plain
      *>    batch file; stamped before it can be held, so a pending or
      *>    approval-queue image keeps where it came from
           IF CPY-PROV-NONE
               SET CPY-PROV-BATCH-FILE TO TRUE
               MOVE 'DB2CRU1 '  TO CPY-PROV-PGM
               MOVE WS-RUN-DATE TO CPY-PROV-RUN-DATE
           END-IF

           PERFORM VALIDATE-INPUT-RECORD THRU VALIDATE-INPUT-RECORD-EXIT

           IF WS-RECORD-INVALID
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE

           PERFORM CHECK-REQUISITION THRU CHECK-REQUISITION-EXIT

           IF WS-REQN-BAD
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE

           PERFORM CHECK-TERM-REASON THRU CHECK-TERM-REASON-EXIT

           IF WS-TRSN-BAD
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE
           EVALUATE TRUE
             WHEN CPY-EMPLOYEE-ADD
               IF NOT WS-RELEASE-MODE
               ELSE
                   PERFORM DETERMINE-COMMIT-NOW
                      THRU DETERMINE-COMMIT-NOW-EXIT
                   MOVE SPACE TO CPY-REHIRE-OVERRIDE
                   CALL WS-ADD-PGM
                      USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
                   PERFORM TALLY-OUTCOME THRU TALLY-OUTCOME-EXIT
                   IF WS-APPR-HELD
                       CONTINUE
                   ELSE
      *>               the old salary has to be read before DB2UPDT
      *>               replaces it, in case back pay is owed
                       PERFORM CHECK-RETRO-PERIODS
                          THRU CHECK-RETRO-PERIODS-EXIT
                       PERFORM CAPTURE-BEFORE-IMAGE
                          THRU CAPTURE-BEFORE-IMAGE-EXIT
                       PERFORM DETERMINE-COMMIT-NOW
                          THRU DETERMINE-COMMIT-NOW-EXIT
                       CALL WS-UPDATE-PGM
                          USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
                       PERFORM TALLY-OUTCOME THRU TALLY-OUTCOME-EXIT
                       IF WS-RETRO-CANDIDATE
                       AND CPY-EMPLOYEE-SUCCESS
                           PERFORM WRITE-RETRO-ADJUSTMENT
                              THRU WRITE-RETRO-ADJUSTMENT-EXIT
                       END-IF
                   END-IF
               END-IF
             WHEN CPY-EMPLOYEE-DELETE
                   PERFORM TRIAL-ASSESS-RECORD
                      THRU TRIAL-ASSESS-RECORD-EXIT
               ELSE
                   PERFORM CAPTURE-BEFORE-IMAGE
                      THRU CAPTURE-BEFORE-IMAGE-EXIT
                   PERFORM DETERMINE-COMMIT-NOW
                      THRU DETERMINE-COMMIT-NOW-EXIT
                   CALL WS-XFER-PGM
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           END-EVALUATE

      *>    an applied ADD fills the requisition it was hired against
           IF CPY-EMPLOYEE-ADD AND CPY-EMPLOYEE-SUCCESS
           AND NOT WS-TRIAL-MODE
               PERFORM FILL-REQUISITION THRU FILL-REQUISITION-EXIT
           END-IF

      *>    applied (or, in a trial, would-apply) ADDs and UPDATEs get
      *>    the salary-band once-over - flagged, never rejected
           IF CPY-EMPLOYEE-ADD OR CPY-EMPLOYEE-UPDATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
       APPLY-TRANSACTION-EXIT.
          EXIT.
      *>    row-interface, then put back
           MOVE 'N' TO WS-CUR-FOUND-SW
           MOVE 0 TO WS-CUR-SALARY
           MOVE 0 TO WS-CUR-SALARY-FULL
           MOVE SPACES TO WS-CUR-WORKDEPT
           MOVE CPY-EMPLOYEE TO WS-APPR-SAVE-IMAGE

           INITIALIZE CPY-EMPLOYEE
                   IF EXT-EMPNO = WS-APPR-SAVE-IMAGE (6:6)
                       SET WS-CUR-FOUND TO TRUE
                       MOVE EXT-SALARY TO WS-CUR-SALARY
                       MOVE CPY-FR-SALARY TO WS-CUR-SALARY-FULL
                       MOVE EXT-WORKDEPT TO WS-CUR-WORKDEPT
                   END-IF
               END-IF

          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CAPTURE-BEFORE-IMAGE SECTION.
      *>------------------------------------------------------------------------
      *>    the department and salary about to be replaced, kept for
      *>    the event record written once the change is applied
           MOVE 'N' TO WS-BEF-HELD-SW
           PERFORM FETCH-CURRENT-SALARY
              THRU FETCH-CURRENT-SALARY-EXIT
           IF WS-CUR-FOUND
               SET WS-BEF-HELD TO TRUE
               MOVE WS-CUR-WORKDEPT    TO WS-BEF-WORKDEPT
               MOVE WS-CUR-SALARY-FULL TO WS-BEF-SALARY
           END-IF
           .
       CAPTURE-BEFORE-IMAGE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       HOLD-FOR-APPROVAL SECTION.
      *>------------------------------------------------------------------------
               DISPLAY "DB2CRUD: RELEASING EMPNO " CPY-EMPNO
                   " - APPROVED BY "
                   WS-APR-T-APPROVER (WS-APR-SLOT)
      *>       what reaches the row now is the approver's release
               SET CPY-PROV-APPROVAL TO TRUE
               MOVE WS-APR-T-APPROVER (WS-APR-SLOT) TO CPY-PROV-ORIGIN
               ADD 1 TO WS-APPR-REL-COUNT
               SET WS-RELEASE-MODE TO TRUE
               SET WS-APPR-RELEASE-MODE TO TRUE
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    an ADD has to name (in CPY-REQNO) an approved requisition
      *>    that is still open and is for the department and job being
      *>    hired into; the other operations carry none. A future-dated
      *>    ADD is checked when it comes due and applies, not when it
      *>    is parked.
           SET WS-REQN-OK TO TRUE

           IF NOT CPY-EMPLOYEE-ADD OR WS-NO-REQN-MASTER
               GO TO CHECK-REQUISITION-EXIT
           END-IF

           INITIALIZE CPY-REQUISITION-REC
           SET CPY-REQN-VERIFY TO TRUE
           MOVE CPY-REQNO    TO CPY-REQN-NO
           MOVE CPY-WORKDEPT TO CPY-REQN-WORKDEPT
           MOVE CPY-JOB      TO CPY-REQN-JOB

           CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL

           EVALUATE TRUE
             WHEN CPY-REQN-SUCCESS
               CONTINUE
             WHEN CPY-REQN-NO-MASTER
               SET WS-NO-REQN-MASTER TO TRUE
               DISPLAY "DB2CRUD: *** NO REQUISITION STORE ON FILE -"
                   " REQUISITION CHECK BYPASSED ***"
             WHEN CPY-REQN-NOT-OPEN
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2CRUD: REQUISITION " CPY-REQNO
                   " IS NOT OPEN (STATE " CPY-REQN-STATE
                   ") FOR EMPNO " CPY-EMPNO
               MOVE "R015" TO REJ-REASON-CODE
               MOVE "REQUISITION ALREADY FILLED OR CANCELLED"
                 TO REJ-REASON-TEXT
             WHEN CPY-REQN-MISMATCH
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2CRUD: REQUISITION " CPY-REQNO
                   " IS FOR DEPT " CPY-REQN-WORKDEPT " JOB "
                   CPY-REQN-JOB " - NOT EMPNO " CPY-EMPNO "'S"
               MOVE "R016" TO REJ-REASON-CODE
               MOVE "REQUISITION IS FOR ANOTHER DEPT OR JOB"
                 TO REJ-REASON-TEXT
             WHEN OTHER
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2CRUD: REQUISITION [" CPY-REQNO
                   "] NOT ON FILE FOR EMPNO " CPY-EMPNO
               MOVE "R014" TO REJ-REASON-CODE
               MOVE "REQUISITION MISSING OR NOT ON FILE"
                 TO REJ-REASON-TEXT
           END-EVALUATE
           .
       CHECK-REQUISITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-TERM-REASON SECTION.
      *>------------------------------------------------------------------------
      *>    a DELETE has to say why the employee is leaving, with a
      *>    code on the termination-reason master, so the spell can be
      *>    classified and a later rehire judged; the other operations
      *>    carry none. A future-dated DELETE is checked when it comes
      *>    due and applies, not when it is parked.
           SET WS-TRSN-OK TO TRUE

           IF NOT CPY-EMPLOYEE-DELETE OR WS-NO-TRSN-MASTER
               GO TO CHECK-TERM-REASON-EXIT
           END-IF

           INITIALIZE CPY-TERMRSN-REC
           SET CPY-TRSN-SELECT TO TRUE
           MOVE CPY-TERM-REASON TO CPY-TRSN-CODE

      *>    the master is asked even for a blank code, so that a shop
      *>    with no reasons set up yet still lets the DELETE through;
      *>    once the master exists a blank code is never on it
           CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL
           IF CPY-TERM-REASON = SPACES AND CPY-TRSN-SUCCESS
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-NOT-FOUND TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN CPY-TRSN-SUCCESS
               CONTINUE
             WHEN CPY-TRSN-NO-MASTER
               SET WS-NO-TRSN-MASTER TO TRUE
               DISPLAY "DB2CRUD: *** NO TERMINATION-REASON MASTER ON"
                   " FILE - TERMINATION-REASON CHECK BYPASSED ***"
             WHEN OTHER
               SET WS-TRSN-BAD TO TRUE
               DISPLAY "DB2CRUD: TERMINATION REASON [" CPY-TERM-REASON
                   "] NOT ON FILE FOR EMPNO " CPY-EMPNO
               MOVE "R017" TO REJ-REASON-CODE
               MOVE "TERMINATION REASON MISSING OR UNKNOWN"
                 TO REJ-REASON-TEXT
           END-EVALUATE
           .
       CHECK-TERM-REASON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FILL-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    marks the requisition filled with the new EMPNO; the store
      *>    is rewritten at once, so a second ADD naming it later in
      *>    the same file rejects. A salary outside the requisition's
      *>    approved range goes on the warnings file - flagged, never
      *>    rejected, like a band break.
           IF WS-NO-REQN-MASTER
               GO TO FILL-REQUISITION-EXIT
           END-IF

           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-REQN-FILL-DATE
           ELSE
               ACCEPT WS-REQN-FILL-DATE FROM DATE YYYYMMDD
           END-IF

           INITIALIZE CPY-REQUISITION-REC
           SET CPY-REQN-FILL TO TRUE
           MOVE CPY-REQNO         TO CPY-REQN-NO
           MOVE CPY-WORKDEPT      TO CPY-REQN-WORKDEPT
           MOVE CPY-JOB           TO CPY-REQN-JOB
           MOVE CPY-EMPNO         TO CPY-REQN-FILLED-EMPNO
           MOVE WS-REQN-FILL-DATE TO CPY-REQN-FILLED-DATE

           CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL

           IF NOT CPY-REQN-SUCCESS
               DISPLAY "DB2CRUD: *** REQUISITION " CPY-REQNO
                   " COULD NOT BE MARKED FILLED BY EMPNO " CPY-EMPNO
                   " - REASON " CPY-REQN-REASON " ***"
               GO TO FILL-REQUISITION-EXIT
           END-IF

           ADD 1 TO WS-REQN-FILLED-COUNT
           DISPLAY "DB2CRUD: REQUISITION " CPY-REQNO
               " FILLED BY EMPNO " CPY-EMPNO

           IF CPY-REQN-MAX-SALARY > 0
               IF CPY-SALARY < CPY-REQN-MIN-SALARY
               OR CPY-SALARY > CPY-REQN-MAX-SALARY
                   MOVE SPACES              TO WARN-RECORD
                   MOVE CPY-EMPNO           TO WRN-EMPNO
                   MOVE CPY-JOB             TO WRN-JOB
                   MOVE "REQSAL"            TO WRN-FIELD
                   MOVE CPY-SALARY          TO WRN-VALUE
                   MOVE CPY-REQN-MIN-SALARY TO WRN-BAND-MIN
                   MOVE CPY-REQN-MAX-SALARY TO WRN-BAND-MAX
                   WRITE WARN-RECORD
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "DB2CRUD: REQUISITION WARNING - EMPNO "
                       CPY-EMPNO " SALARY " WRN-VALUE
                       " OUTSIDE THE RANGE APPROVED ON " CPY-REQNO
               END-IF
           END-IF
           .
       FILL-REQUISITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-SALARY-BAND SECTION.
      *>------------------------------------------------------------------------
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-PAY-CALENDAR SECTION.
      *>------------------------------------------------------------------------
      *>    loads the closed periods off the payroll calendar DB2PCAL
      *>    maintains; only those can owe back pay
           MOVE 0 TO WS-PCAL-COUNT
           MOVE 'N' TO WS-PCAL-EOF-SW

           OPEN INPUT PCAL-FILE
           IF NOT WS-PCAL-FILE-OK
               SET WS-NO-PCAL-MASTER TO TRUE
               DISPLAY "DB2CRUD: *** NO PAYROLL CALENDAR ON FILE -"
                  " RETRO PAY CHECK BYPASSED ***"
               GO TO LOAD-PAY-CALENDAR-EXIT
           END-IF

           PERFORM READ-PCAL-RECORD THRU READ-PCAL-RECORD-EXIT
              UNTIL WS-PCAL-EOF
           CLOSE PCAL-FILE

           DISPLAY "DB2CRUD: PAYROLL CALENDAR - " WS-PCAL-COUNT
              " CLOSED PERIOD(S) ON FILE"
           .
       LOAD-PAY-CALENDAR-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-PCAL-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PCAL-FILE
             AT END
               SET WS-PCAL-EOF TO TRUE
             NOT AT END
               IF WS-PCAL-COUNT < WS-PCAL-MAX
               AND PCAL-CLOSED
               AND PCAL-START-DATE IS NUMERIC
               AND PCAL-END-DATE IS NUMERIC
               AND PCAL-PER-YEAR IS NUMERIC
               AND PCAL-PER-YEAR > 0
                   ADD 1 TO WS-PCAL-COUNT
                   SET WS-PCAL-IDX TO WS-PCAL-COUNT
                   MOVE PCAL-PERIOD-ID
                     TO WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
                   MOVE PCAL-START-DATE
                     TO WS-PCAL-T-START-DATE (WS-PCAL-IDX)
                   MOVE PCAL-END-DATE
                     TO WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                   MOVE PCAL-PER-YEAR
                     TO WS-PCAL-T-PER-YEAR (WS-PCAL-IDX)
               END-IF
           END-READ
           .
       READ-PCAL-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       OPEN-RETRO-FILES SECTION.
      *>------------------------------------------------------------------------
      *>    the retro file goes to the vendor, so it is written with its
      *>    header and trailer every real run - an empty batch tells
      *>    payroll there is nothing to pay back, not that the run died
           IF WS-RUN-DATE IS NUMERIC
               MOVE WS-RUN-DATE TO WS-RETRO-RUN-DATE
           ELSE
               ACCEPT WS-RETRO-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           IF WS-RETRO-FILE-NAME = SPACE
               STRING "retro"           DELIMITED BY SIZE
                      WS-RETRO-RUN-DATE DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO WS-RETRO-FILE-NAME
               END-STRING
           END-IF

      *>    a second run the same day, or a checkpoint restart, finds
      *>    the day's file already there: its RD lines are carried
      *>    into the rewritten file, and the trailer totals them too
           PERFORM LOAD-RETRO-FILE THRU LOAD-RETRO-FILE-EXIT

           OPEN OUTPUT RETRO-FILE
           MOVE SPACES            TO RETRO-RECORD
           MOVE 'RH'              TO RTR-HDR-REC-TYPE
           MOVE WS-RETRO-RUN-DATE TO RTR-HDR-RUN-DATE
           WRITE RETRO-RECORD

           PERFORM VARYING WS-RETRO-SCAN-IDX FROM 1 BY 1
              UNTIL WS-RETRO-SCAN-IDX > WS-RETRO-CARRIED
               MOVE WS-RETRO-CARRY-LINE (WS-RETRO-SCAN-IDX)
                 TO RETRO-RECORD
               WRITE RETRO-RECORD
           END-PERFORM

      *>    the review report of an earlier run the same day is kept
      *>    and this run's section is added under it; a report left
      *>    from another day is started afresh
           PERFORM OPEN-RETRO-REPORT THRU OPEN-RETRO-REPORT-EXIT

           MOVE SPACES TO RETRO-RPT-LINE
           STRING "DB2CRUD RETROACTIVE PAY REVIEW - RUN DATE "
                                        DELIMITED BY SIZE
                  WS-RETRO-RUN-DATE     DELIMITED BY SIZE
                  " - FILE "            DELIMITED BY SIZE
                  WS-RETRO-FILE-NAME    DELIMITED BY SPACE
                  INTO RETRO-RPT-LINE
           END-STRING
           WRITE RETRO-RPT-LINE

           MOVE SPACES TO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE

           MOVE SPACES TO RETRO-RPT-LINE
           STRING "EMPNO   PERIOD  START     END       "
                                        DELIMITED BY SIZE
                  "EFFECTIVE  DAYS    OLD ANNUAL  "
                                        DELIMITED BY SIZE
                  "NEW ANNUAL   ADJUSTMENT"
                                        DELIMITED BY SIZE
                  INTO RETRO-RPT-LINE
           END-STRING
           WRITE RETRO-RPT-LINE
           .
       OPEN-RETRO-FILES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-RETRO-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    only the RD lines are kept - the header and trailer are
      *>    written afresh; no file means the first run of the day
           MOVE 0   TO WS-RETRO-CARRIED
           MOVE 'N' TO WS-RETRO-EOF-SW

           OPEN INPUT RETRO-FILE
           IF NOT WS-RETRO-FILE-OK
               GO TO LOAD-RETRO-FILE-EXIT
           END-IF

           PERFORM READ-RETRO-RECORD THRU READ-RETRO-RECORD-EXIT
              UNTIL WS-RETRO-EOF
           CLOSE RETRO-FILE

           IF WS-RETRO-CARRIED > 0
               DISPLAY "DB2CRUD: " WS-RETRO-CARRIED
                  " RETRO LINES ALREADY ON " WS-RETRO-FILE-NAME
                  " CARRIED FORWARD"
           END-IF
           .
       LOAD-RETRO-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-RETRO-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ RETRO-FILE
             AT END
               SET WS-RETRO-EOF TO TRUE
             NOT AT END
               IF RTR-DTL-REC-TYPE = 'RD'
                   IF WS-RETRO-CARRIED < WS-RETRO-CARRY-MAX
                       ADD 1 TO WS-RETRO-CARRIED
                       MOVE RETRO-RECORD
                         TO WS-RETRO-CARRY-LINE (WS-RETRO-CARRIED)
                       ADD 1 TO WS-RETRO-LINE-COUNT
                       IF RTR-DTL-AMOUNT IS NUMERIC
                           ADD RTR-DTL-AMOUNT TO WS-RETRO-HASH
                           IF RTR-DTL-SIGN = '-'
                               SUBTRACT RTR-DTL-AMOUNT
                                   FROM WS-RETRO-NET
                           ELSE
                               ADD RTR-DTL-AMOUNT TO WS-RETRO-NET
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "DB2CRUD: *** RETRO FILE EXCEEDS "
                          WS-RETRO-CARRY-MAX " LINES - SEND IT ***"
                   END-IF
               END-IF
           END-READ
           .
       READ-RETRO-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       OPEN-RETRO-REPORT SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO RETRO-RPT-LINE
           OPEN INPUT RETRO-RPT-FILE
           IF WS-RETRO-RPT-FILE-OK
               READ RETRO-RPT-FILE
                 AT END
                   MOVE SPACES TO RETRO-RPT-LINE
               END-READ
               CLOSE RETRO-RPT-FILE
           END-IF

           IF RRH-RUN-DATE = WS-RETRO-RUN-DATE
               OPEN EXTEND RETRO-RPT-FILE
               MOVE SPACES TO RETRO-RPT-LINE
               WRITE RETRO-RPT-LINE
           ELSE
               OPEN OUTPUT RETRO-RPT-FILE
           END-IF
           .
       OPEN-RETRO-REPORT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CLOSE-RETRO-FILES SECTION.
      *>------------------------------------------------------------------------
      *>    the trailer carries the vendor's controls: how many RD
      *>    lines, the hash of their amounts, and the signed net
           MOVE SPACES              TO RETRO-RECORD
           MOVE 'RT'                TO RTR-TRL-REC-TYPE
           MOVE WS-RETRO-LINE-COUNT TO RTR-TRL-REC-COUNT
           MOVE WS-RETRO-HASH       TO RTR-TRL-AMOUNT-HASH
           IF WS-RETRO-NET < 0
               MOVE '-' TO RTR-TRL-NET-SIGN
           ELSE
               MOVE '+' TO RTR-TRL-NET-SIGN
           END-IF
           MOVE WS-RETRO-NET        TO RTR-TRL-NET-AMOUNT
           WRITE RETRO-RECORD
           CLOSE RETRO-FILE

           MOVE SPACES TO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE

           MOVE WS-RETRO-NET TO WS-RRP-NET
           MOVE SPACES TO RETRO-RPT-LINE
           STRING "RETRO CHANGES: "     DELIMITED BY SIZE
                  WS-RETRO-COUNT        DELIMITED BY SIZE
                  "   PERIOD LINES: "   DELIMITED BY SIZE
                  WS-RETRO-LINE-COUNT   DELIMITED BY SIZE
                  "   CARRIED: "        DELIMITED BY SIZE
                  WS-RETRO-CARRIED      DELIMITED BY SIZE
                  "   NET ADJUSTMENT: " DELIMITED BY SIZE
                  WS-RRP-NET            DELIMITED BY SIZE
                  INTO RETRO-RPT-LINE
           END-STRING
           WRITE RETRO-RPT-LINE

           IF WS-NO-PCAL-MASTER
               MOVE SPACES TO RETRO-RPT-LINE
               MOVE "*** NO PAYROLL CALENDAR ON FILE - NOTHING CHECKED"
                 TO RETRO-RPT-LINE
               WRITE RETRO-RPT-LINE
           END-IF
           CLOSE RETRO-RPT-FILE

           IF WS-RETRO-COUNT > 0
               DISPLAY "DB2CRUD: RETRO ADJUSTMENTS WRITTEN TO "
                   WS-RETRO-FILE-NAME
           END-IF
           .
       CLOSE-RETRO-FILES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-RETRO-PERIODS SECTION.
      *>------------------------------------------------------------------------
      *>    an UPDATE about to apply owes back pay when its effective
      *>    date (CPY-HIREDATE-TO) falls on or before the end of a
      *>    closed period and the salary really moves; the current row
      *>    is read at full precision now, before DB2UPDT replaces it
           MOVE 'N' TO WS-RETRO-CAND-SW

           IF WS-NO-PCAL-MASTER
           OR WS-PCAL-COUNT = 0
           OR CPY-HIREDATE-TO = SPACES
               GO TO CHECK-RETRO-PERIODS-EXIT
           END-IF

           MOVE SPACES TO WS-RETRO-EFF-X
           STRING CPY-HIREDATE-TO (1:4) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (6:2) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (9:2) DELIMITED BY SIZE
                  INTO WS-RETRO-EFF-X
           END-STRING
           IF WS-RETRO-EFF-X NOT NUMERIC
               GO TO CHECK-RETRO-PERIODS-EXIT
           END-IF
           MOVE WS-RETRO-EFF-X TO WS-RETRO-EFF-DATE

           MOVE 0 TO WS-PCAL-SLOT
           PERFORM VARYING WS-PCAL-IDX FROM 1 BY 1
              UNTIL WS-PCAL-IDX > WS-PCAL-COUNT
               IF WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                  NOT < WS-RETRO-EFF-DATE
                   SET WS-PCAL-SLOT TO WS-PCAL-IDX
               END-IF
           END-PERFORM
           IF WS-PCAL-SLOT = 0
               GO TO CHECK-RETRO-PERIODS-EXIT
           END-IF

           PERFORM FETCH-CURRENT-SALARY
              THRU FETCH-CURRENT-SALARY-EXIT
           IF NOT WS-CUR-FOUND
           OR CPY-SALARY = WS-CUR-SALARY-FULL
               GO TO CHECK-RETRO-PERIODS-EXIT
           END-IF

           MOVE WS-CUR-SALARY-FULL TO WS-RETRO-OLD-SAL
           SET WS-RETRO-CANDIDATE TO TRUE
           .
       CHECK-RETRO-PERIODS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-RETRO-ADJUSTMENT SECTION.
      *>------------------------------------------------------------------------
      *>    the change applied - one adjustment per closed period from
      *>    the one the effective date lands in onward
           ADD 1 TO WS-RETRO-COUNT
           MOVE CPY-SALARY TO WS-RETRO-NEW-SAL

           DISPLAY "DB2CRUD: EMPNO " CPY-EMPNO " EFFECTIVE "
               CPY-HIREDATE-TO " FALLS IN A CLOSED PAY PERIOD -"
               " RETRO PAY COMPUTED"

           PERFORM VARYING WS-PCAL-IDX FROM 1 BY 1
              UNTIL WS-PCAL-IDX > WS-PCAL-COUNT
               IF WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                  NOT < WS-RETRO-EFF-DATE
                   PERFORM WRITE-RETRO-PERIOD
                      THRU WRITE-RETRO-PERIOD-EXIT
               END-IF
           END-PERFORM
           .
       WRITE-RETRO-ADJUSTMENT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-RETRO-PERIOD SECTION.
      *>------------------------------------------------------------------------
      *>    the period's share of the annual difference; the period
      *>    the change lands in is paid only for the days from the
      *>    effective date to its end
           COMPUTE WS-RETRO-PER-DIFF ROUNDED =
               (WS-RETRO-NEW-SAL - WS-RETRO-OLD-SAL)
                  / WS-PCAL-T-PER-YEAR (WS-PCAL-IDX)

           MOVE WS-PCAL-T-START-DATE (WS-PCAL-IDX) TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYNO TO WS-DN-START

           MOVE WS-PCAL-T-END-DATE (WS-PCAL-IDX) TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
           MOVE WS-DN-DAYNO TO WS-DN-END

           IF WS-RETRO-EFF-DATE > WS-PCAL-T-START-DATE (WS-PCAL-IDX)
               MOVE WS-RETRO-EFF-DATE TO WS-RETRO-FROM-DATE
               MOVE WS-RETRO-EFF-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
                  THRU COMPUTE-DAY-NUMBER-EXIT
               MOVE WS-DN-DAYNO TO WS-DN-FROM
           ELSE
               MOVE WS-PCAL-T-START-DATE (WS-PCAL-IDX)
                 TO WS-RETRO-FROM-DATE
               MOVE WS-DN-START TO WS-DN-FROM
           END-IF

           COMPUTE WS-RETRO-DAYS-IN   = WS-DN-END - WS-DN-START + 1
           COMPUTE WS-RETRO-DAYS-PAID = WS-DN-END - WS-DN-FROM + 1

           IF WS-RETRO-DAYS-PAID < WS-RETRO-DAYS-IN
               COMPUTE WS-RETRO-AMT ROUNDED =
                   WS-RETRO-PER-DIFF * WS-RETRO-DAYS-PAID
                      / WS-RETRO-DAYS-IN
           ELSE
               COMPUTE WS-RETRO-AMT ROUNDED = WS-RETRO-PER-DIFF
           END-IF

           IF WS-RETRO-AMT = 0
               GO TO WRITE-RETRO-PERIOD-EXIT
           END-IF

           MOVE SPACES            TO RETRO-RECORD
           MOVE 'RD'              TO RTR-DTL-REC-TYPE
           MOVE CPY-EMPNO         TO RTR-DTL-EMPNO
           MOVE WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
                                  TO RTR-DTL-PERIOD-ID
           MOVE WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                                  TO RTR-DTL-PERIOD-END
           MOVE WS-RETRO-EFF-DATE TO RTR-DTL-EFF-DATE
           MOVE WS-RETRO-OLD-SAL  TO RTR-DTL-OLD-SALARY
           MOVE WS-RETRO-NEW-SAL  TO RTR-DTL-NEW-SALARY
           IF WS-RETRO-AMT < 0
               MOVE '-' TO RTR-DTL-SIGN
           ELSE
               MOVE '+' TO RTR-DTL-SIGN
           END-IF
           MOVE WS-RETRO-AMT      TO RTR-DTL-AMOUNT

      *>    a record re-applied after a checkpoint restart computes
      *>    the very line it left on the file before the failure;
      *>    that back pay is already owed once and is not paid twice
           MOVE 'N' TO WS-RETRO-DUP-SW
           PERFORM VARYING WS-RETRO-SCAN-IDX FROM 1 BY 1
              UNTIL WS-RETRO-SCAN-IDX > WS-RETRO-CARRIED
                 OR WS-RETRO-DUP
               IF WS-RETRO-CARRY-LINE (WS-RETRO-SCAN-IDX)
                  = RETRO-RECORD
                   SET WS-RETRO-DUP TO TRUE
               END-IF
           END-PERFORM
           IF WS-RETRO-DUP
               DISPLAY "DB2CRUD: EMPNO " CPY-EMPNO " PERIOD "
                   WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
                   " RETRO LINE ALREADY ON FILE - NOT REPEATED"
               GO TO WRITE-RETRO-PERIOD-EXIT
           END-IF

           WRITE RETRO-RECORD

           ADD 1 TO WS-RETRO-LINE-COUNT
           ADD RTR-DTL-AMOUNT TO WS-RETRO-HASH
           ADD WS-RETRO-AMT   TO WS-RETRO-NET

           MOVE CPY-EMPNO         TO WS-RRP-EMPNO
           MOVE WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
                                  TO WS-RRP-PERIOD
           MOVE WS-PCAL-T-START-DATE (WS-PCAL-IDX)
                                  TO WS-RRP-START
           MOVE WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                                  TO WS-RRP-END
           MOVE WS-RETRO-EFF-DATE TO WS-RRP-EFF
           MOVE WS-RETRO-DAYS-PAID TO WS-RRP-DAYS-PAID
           MOVE WS-RETRO-DAYS-IN  TO WS-RRP-DAYS-IN
           MOVE WS-RETRO-OLD-SAL  TO WS-RRP-OLD-SAL
           MOVE WS-RETRO-NEW-SAL  TO WS-RRP-NEW-SAL
           MOVE WS-RETRO-AMT      TO WS-RRP-ADJ
           MOVE WS-RRP-DETAIL     TO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE
           .
       WRITE-RETRO-PERIOD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-DAY-NUMBER SECTION.
      *>------------------------------------------------------------------------
      *>    WS-DN-DATE (YYYYMMDD) to a running day number, Gregorian
      *>    leap years and all, so two of them subtract to the days
      *>    between
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
               MOVE 1 TO WS-DN-MM
           END-IF

           COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1
           COMPUTE WS-DN-DAYNO = WS-DN-YEARS * 365
           DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-DAYNO
           DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAYNO
           DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-DAYNO

           ADD WS-DN-CUM (WS-DN-MM) TO WS-DN-DAYNO
           ADD WS-DN-DD TO WS-DN-DAYNO

           IF WS-DN-MM > 2
               DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
                  REMAINDER WS-DN-REM4
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
                  REMAINDER WS-DN-REM100
               DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
                  REMAINDER WS-DN-REM400
               IF WS-DN-REM4 = 0
               AND (WS-DN-REM100 NOT = 0 OR WS-DN-REM400 = 0)
                   ADD 1 TO WS-DN-DAYNO
               END-IF
           END-IF
           .
       COMPUTE-DAY-NUMBER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-DUPLICATE-EMPNO SECTION.
      *>------------------------------------------------------------------------
             WHEN CPY-EMPLOYEE-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           MOVE 'N' TO WS-BEF-HELD-SW
           .
       TALLY-OUTCOME-EXIT.
          EXIT.
           MOVE CPY-WORKDEPT      TO EVT-WORKDEPT
           MOVE CPY-JOB           TO EVT-JOB
           MOVE CPY-SALARY        TO EVT-SALARY
           MOVE CPY-PROV-CODE     TO EVT-PROV-CODE
           MOVE CPY-PROV-ORIGIN   TO EVT-PROV-ORIGIN
           IF WS-BEF-HELD
               MOVE WS-BEF-WORKDEPT TO EVT-OLD-WORKDEPT
               MOVE WS-BEF-SALARY   TO EVT-OLD-SALARY
           ELSE
               MOVE 0               TO EVT-OLD-SALARY
           END-IF
           MOVE CPY-SALARY        TO EVT-NEW-SALARY
      *>    a transfer leaves the salary alone; the image DB2XFER
      *>    rebuilt carries it in whole units only
           IF CPY-EMPLOYEE-TRANSFER AND WS-BEF-HELD
               MOVE WS-BEF-SALARY TO EVT-NEW-SALARY
           END-IF
           STRING CPY-HIREDATE-TO (1:4) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (6:2) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (9:2) DELIMITED BY SIZE
                  INTO EVT-EFF-DATE
           END-STRING
           IF EVT-EFF-DATE NOT NUMERIC
               MOVE WS-EVT-DATE   TO EVT-EFF-DATE
           END-IF
           WRITE EVENT-RECORD
           CLOSE EVENT-FILE
           .

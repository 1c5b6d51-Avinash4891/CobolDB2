      *>************************************************************************
      *>  SAMPLE PAYROLL-PERIOD CALENDAR PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2PCAL.cob
      *>
      *> Purpose:      Payroll-Period Calendar CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the payroll
      *>                 calendar, one entry per pay period with its start,
      *>                 end and vendor cutoff dates, the number of periods
      *>                 the year is paid in, and the closed flag
      *>               - CLOSE marks every open period whose cutoff is on
      *>                 or before the as-of date as closed, stamped with
      *>                 that date - called by the payroll interface
      *>                 (DB2PAYX) once its pickup file has gone out
      *>               - called by the interactive maintenance program
      *>                 (DB2ONLN) to maintain the calendar, and read
      *>                 directly by the batch driver (DB2CRU1) to find
      *>                 salary changes effective in closed periods
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2PCAL.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PCAL-FILE ASSIGN TO WS-PCAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER                PIC X(1).
           05 PCAL-CLOSED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.

      *> runtime-overridable calendar store name - defaults to a
      *> fixed name when the environment variable is unset
        01 WS-PCAL-FILE-NAME     PIC X(100) VALUE 'paycal.txt'.

        01 WS-PCAL-FILE-STATUS   PIC XX.
           88 WS-PCAL-FILE-OK        VALUE '00'.
           88 WS-PCAL-FILE-MISSING   VALUE '35'.

        01 WS-PCAL-EOF-SW        PIC X VALUE 'N'.
           88 WS-PCAL-EOF            VALUE 'Y'.

      *> the whole calendar rides in memory for UPDATE/DELETE/CLOSE,
      *> which rewrite the store the way DB2LOCS rewrites its own
        01 WS-PCAL-COUNT         PIC 9(4) VALUE 0.
        01 WS-PCAL-MAX           PIC 9(4) VALUE 1000.
        01 WS-PCAL-TAB.
           05 WS-PCAL-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-PCAL-IDX.
              10 WS-PCAL-T-PERIOD-ID   PIC X(6).
              10 WS-PCAL-T-START-DATE  PIC 9(8).
              10 WS-PCAL-T-END-DATE    PIC 9(8).
              10 WS-PCAL-T-CUTOFF-DATE PIC 9(8).
              10 WS-PCAL-T-PER-YEAR    PIC 9(2).
              10 WS-PCAL-T-CLOSED-FLAG PIC X(1).
              10 WS-PCAL-T-CLOSED-DATE PIC 9(8).

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.

        01 WS-FIELDS-OK-SW       PIC X VALUE 'Y'.
           88 WS-FIELDS-OK           VALUE 'Y'.

       LINKAGE SECTION.
        COPY "CPYPCAL.cpy".

       PROCEDURE DIVISION USING CPY-PAYCAL-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2PCAL SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2PCAL: INSIDE PAYROLL-PERIOD CALENDAR MODULE"

           ACCEPT WS-PCAL-FILE-NAME
              FROM ENVIRONMENT "DB2PCAL_MASTER_FILE"
           IF WS-PCAL-FILE-NAME = SPACE
               MOVE 'paycal.txt' TO WS-PCAL-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-PCAL-NO-MASTER AND NOT CPY-PCAL-ADD
               SET CPY-PCAL-FAIL TO TRUE
               DISPLAY "DB2PCAL: PAYROLL CALENDAR " WS-PCAL-FILE-NAME
                  " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-PCAL-ADD
                   PERFORM ADD-PERIOD THRU ADD-PERIOD-EXIT
                 WHEN CPY-PCAL-UPDATE
                   PERFORM UPDATE-PERIOD THRU UPDATE-PERIOD-EXIT
                 WHEN CPY-PCAL-DELETE
                   PERFORM DELETE-PERIOD THRU DELETE-PERIOD-EXIT
                 WHEN CPY-PCAL-SELECT
                   PERFORM SELECT-PERIOD THRU SELECT-PERIOD-EXIT
                 WHEN CPY-PCAL-CLOSE
                   PERFORM CLOSE-PERIODS THRU CLOSE-PERIODS-EXIT
                 WHEN OTHER
                   SET CPY-PCAL-FAIL TO TRUE
                   SET CPY-PCAL-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2PCAL: EXITING PAYROLL-PERIOD CALENDAR MODULE"

           GOBACK

          .
       MAIN-DB2PCAL-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-PCAL-COUNT
           MOVE 'N' TO WS-PCAL-EOF-SW
           MOVE SPACE TO CPY-PCAL-REASON

           OPEN INPUT PCAL-FILE
           IF WS-PCAL-FILE-MISSING
               SET CPY-PCAL-NO-MASTER TO TRUE
           ELSE
           IF WS-PCAL-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-PCAL-EOF
               CLOSE PCAL-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PCAL-FILE
             AT END
               SET WS-PCAL-EOF TO TRUE
             NOT AT END
               IF WS-PCAL-COUNT < WS-PCAL-MAX
                   ADD 1 TO WS-PCAL-COUNT
                   SET WS-PCAL-IDX TO WS-PCAL-COUNT
                   MOVE PCAL-PERIOD-ID
                     TO WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
                   MOVE PCAL-START-DATE
                     TO WS-PCAL-T-START-DATE (WS-PCAL-IDX)
                   MOVE PCAL-END-DATE
                     TO WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                   MOVE PCAL-CUTOFF-DATE
                     TO WS-PCAL-T-CUTOFF-DATE (WS-PCAL-IDX)
                   MOVE PCAL-PER-YEAR
                     TO WS-PCAL-T-PER-YEAR (WS-PCAL-IDX)
                   MOVE PCAL-CLOSED-FLAG
                     TO WS-PCAL-T-CLOSED-FLAG (WS-PCAL-IDX)
                   MOVE PCAL-CLOSED-DATE
                     TO WS-PCAL-T-CLOSED-DATE (WS-PCAL-IDX)
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-PERIOD-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PCAL-COUNT
               IF WS-PCAL-T-PERIOD-ID (WS-SCAN-IDX) = CPY-PCAL-PERIOD-ID
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-PERIOD-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       EDIT-PERIOD-FIELDS SECTION.
      *>------------------------------------------------------------------------
      *>    the dates must be real YYYYMMDD numbers with the period the
      *>    right way round, and the periods-per-year between weekly
      *>    and monthly - the retro arithmetic divides by it
           MOVE 'Y' TO WS-FIELDS-OK-SW

           IF CPY-PCAL-START-DATE NOT NUMERIC
           OR CPY-PCAL-END-DATE NOT NUMERIC
           OR CPY-PCAL-CUTOFF-DATE NOT NUMERIC
           OR CPY-PCAL-PER-YEAR NOT NUMERIC
               MOVE 'N' TO WS-FIELDS-OK-SW
               GO TO EDIT-PERIOD-FIELDS-EXIT
           END-IF

           IF CPY-PCAL-START-DATE = 0
           OR CPY-PCAL-END-DATE < CPY-PCAL-START-DATE
           OR CPY-PCAL-PER-YEAR < 1
           OR CPY-PCAL-PER-YEAR > 53
               MOVE 'N' TO WS-FIELDS-OK-SW
           END-IF

           IF CPY-PCAL-CLOSED-FLAG NOT = 'O'
           AND CPY-PCAL-CLOSED-FLAG NOT = 'C'
               MOVE 'N' TO WS-FIELDS-OK-SW
           END-IF
          .
       EDIT-PERIOD-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-PERIOD SECTION.
      *>------------------------------------------------------------------------
      *>    a new period is open unless the caller says otherwise
           IF CPY-PCAL-CLOSED-FLAG = SPACE
               SET CPY-PCAL-OPEN TO TRUE
           END-IF
           IF CPY-PCAL-OPEN
           OR CPY-PCAL-CLOSED-DATE NOT NUMERIC
               MOVE 0 TO CPY-PCAL-CLOSED-DATE
           END-IF

           PERFORM EDIT-PERIOD-FIELDS THRU EDIT-PERIOD-FIELDS-EXIT
           IF NOT WS-FIELDS-OK
               DISPLAY "DB2PCAL: PERIOD DATES OR FREQUENCY INVALID"
                  " - REJECTED"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-ERROR TO TRUE
               GO TO ADD-PERIOD-EXIT
           END-IF

           PERFORM FIND-PERIOD-SLOT THRU FIND-PERIOD-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2PCAL: DUPLICATE PERIOD - REJECTED"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-DUPLICATE TO TRUE
           ELSE
           IF WS-PCAL-COUNT >= WS-PCAL-MAX
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-PCAL-COUNT
               SET WS-PCAL-IDX TO WS-PCAL-COUNT
               PERFORM MOVE-LINKAGE-TO-ENTRY
                  THRU MOVE-LINKAGE-TO-ENTRY-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-PCAL-SUCCESS TO TRUE
               SET CPY-PCAL-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-PERIOD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-PERIOD SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-PERIOD-SLOT THRU FIND-PERIOD-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2PCAL: PERIOD NOT ON FILE"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-NOT-FOUND TO TRUE
               GO TO UPDATE-PERIOD-EXIT
           END-IF

           SET WS-PCAL-IDX TO WS-MATCH-SLOT

      *>    a blank flag leaves the period open or closed as it was;
      *>    reopening a period clears its closed date
           IF CPY-PCAL-CLOSED-FLAG = SPACE
               MOVE WS-PCAL-T-CLOSED-FLAG (WS-PCAL-IDX)
                 TO CPY-PCAL-CLOSED-FLAG
               MOVE WS-PCAL-T-CLOSED-DATE (WS-PCAL-IDX)
                 TO CPY-PCAL-CLOSED-DATE
           END-IF
           IF CPY-PCAL-OPEN
           OR CPY-PCAL-CLOSED-DATE NOT NUMERIC
               MOVE 0 TO CPY-PCAL-CLOSED-DATE
           END-IF

           PERFORM EDIT-PERIOD-FIELDS THRU EDIT-PERIOD-FIELDS-EXIT
           IF NOT WS-FIELDS-OK
               DISPLAY "DB2PCAL: PERIOD DATES OR FREQUENCY INVALID"
                  " - REJECTED"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-ERROR TO TRUE
           ELSE
               PERFORM MOVE-LINKAGE-TO-ENTRY
                  THRU MOVE-LINKAGE-TO-ENTRY-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-PCAL-SUCCESS TO TRUE
               SET CPY-PCAL-ALL-DONE TO TRUE
           END-IF
          .
       UPDATE-PERIOD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-PERIOD SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-PERIOD-SLOT THRU FIND-PERIOD-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2PCAL: PERIOD NOT ON FILE"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-NOT-FOUND TO TRUE
           ELSE
      *>       close the gap by sliding the entries above it down one
               PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
                  UNTIL WS-SCAN-IDX >= WS-PCAL-COUNT
                   MOVE WS-PCAL-ENTRY (WS-SCAN-IDX + 1)
                     TO WS-PCAL-ENTRY (WS-SCAN-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-PCAL-COUNT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-PCAL-SUCCESS TO TRUE
               SET CPY-PCAL-ALL-DONE TO TRUE
           END-IF
          .
       DELETE-PERIOD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-PERIOD SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-PERIOD-SLOT THRU FIND-PERIOD-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2PCAL: PERIOD NOT ON FILE"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-NOT-FOUND TO TRUE
           ELSE
               SET WS-PCAL-IDX TO WS-MATCH-SLOT
               MOVE WS-PCAL-T-START-DATE (WS-PCAL-IDX)
                 TO CPY-PCAL-START-DATE
               MOVE WS-PCAL-T-END-DATE (WS-PCAL-IDX)
                 TO CPY-PCAL-END-DATE
               MOVE WS-PCAL-T-CUTOFF-DATE (WS-PCAL-IDX)
                 TO CPY-PCAL-CUTOFF-DATE
               MOVE WS-PCAL-T-PER-YEAR (WS-PCAL-IDX)
                 TO CPY-PCAL-PER-YEAR
               MOVE WS-PCAL-T-CLOSED-FLAG (WS-PCAL-IDX)
                 TO CPY-PCAL-CLOSED-FLAG
               MOVE WS-PCAL-T-CLOSED-DATE (WS-PCAL-IDX)
                 TO CPY-PCAL-CLOSED-DATE
               SET CPY-PCAL-SUCCESS TO TRUE
               SET CPY-PCAL-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-PERIOD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-PERIODS SECTION.
      *>------------------------------------------------------------------------
      *>    every open period whose cutoff has passed by the as-of date
      *>    went out on that pickup file - it closes, stamped with the
      *>    as-of date; the store is only rewritten when one did
           MOVE 0 TO CPY-PCAL-CLOSED-COUNT

           IF CPY-PCAL-AS-OF NOT NUMERIC
           OR CPY-PCAL-AS-OF = 0
               DISPLAY "DB2PCAL: CLOSE AS-OF DATE INVALID"
               SET CPY-PCAL-FAIL TO TRUE
               SET CPY-PCAL-ERROR TO TRUE
               GO TO CLOSE-PERIODS-EXIT
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PCAL-COUNT
               IF WS-PCAL-T-CLOSED-FLAG (WS-SCAN-IDX) NOT = 'C'
               AND WS-PCAL-T-CUTOFF-DATE (WS-SCAN-IDX)
                   NOT > CPY-PCAL-AS-OF
                   MOVE 'C' TO WS-PCAL-T-CLOSED-FLAG (WS-SCAN-IDX)
                   MOVE CPY-PCAL-AS-OF
                     TO WS-PCAL-T-CLOSED-DATE (WS-SCAN-IDX)
                   ADD 1 TO CPY-PCAL-CLOSED-COUNT
               END-IF
           END-PERFORM

           IF CPY-PCAL-CLOSED-COUNT > 0
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
           END-IF

           SET CPY-PCAL-SUCCESS TO TRUE
           SET CPY-PCAL-ALL-DONE TO TRUE
          .
       CLOSE-PERIODS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-LINKAGE-TO-ENTRY SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-PCAL-PERIOD-ID
             TO WS-PCAL-T-PERIOD-ID (WS-PCAL-IDX)
           MOVE CPY-PCAL-START-DATE
             TO WS-PCAL-T-START-DATE (WS-PCAL-IDX)
           MOVE CPY-PCAL-END-DATE
             TO WS-PCAL-T-END-DATE (WS-PCAL-IDX)
           MOVE CPY-PCAL-CUTOFF-DATE
             TO WS-PCAL-T-CUTOFF-DATE (WS-PCAL-IDX)
           MOVE CPY-PCAL-PER-YEAR
             TO WS-PCAL-T-PER-YEAR (WS-PCAL-IDX)
           MOVE CPY-PCAL-CLOSED-FLAG
             TO WS-PCAL-T-CLOSED-FLAG (WS-PCAL-IDX)
           MOVE CPY-PCAL-CLOSED-DATE
             TO WS-PCAL-T-CLOSED-DATE (WS-PCAL-IDX)
          .
       MOVE-LINKAGE-TO-ENTRY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT PCAL-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PCAL-COUNT
               MOVE SPACES TO PCAL-RECORD
               MOVE WS-PCAL-T-PERIOD-ID (WS-SCAN-IDX)
                 TO PCAL-PERIOD-ID
               MOVE WS-PCAL-T-START-DATE (WS-SCAN-IDX)
                 TO PCAL-START-DATE
               MOVE WS-PCAL-T-END-DATE (WS-SCAN-IDX)
                 TO PCAL-END-DATE
               MOVE WS-PCAL-T-CUTOFF-DATE (WS-SCAN-IDX)
                 TO PCAL-CUTOFF-DATE
               MOVE WS-PCAL-T-PER-YEAR (WS-SCAN-IDX)
                 TO PCAL-PER-YEAR
               MOVE WS-PCAL-T-CLOSED-FLAG (WS-SCAN-IDX)
                 TO PCAL-CLOSED-FLAG
               MOVE WS-PCAL-T-CLOSED-DATE (WS-SCAN-IDX)
                 TO PCAL-CLOSED-DATE
               WRITE PCAL-RECORD
           END-PERFORM
           CLOSE PCAL-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2PCAL.

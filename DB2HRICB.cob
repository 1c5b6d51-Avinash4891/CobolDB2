      *>                 of 12 or worse - lock, duplicate-file or
      *>                 volume refusals included) refuses to confirm
      *>                 anything as applied
      *>               - a new hire sent without an EMPNO is confirmed
      *>                 under the number the converter gave it (read
      *>                 back from the converter's assignment file), with
      *>                 the detail's place in the feed so corporate can
      *>                 tie the new number to its own record
      *>               - records the confirmation file on the dispatch
      *>                 register (DB2DSPR) with its count and an EMPNO
      *>                 hash total; a file identical to one already
      *>                 sent is refused
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the reject, pending and approval-queue images are read
      *>              at the 120-byte EMPDB2CO width (requisition number
      *>              added).
      *> 2026.10.15 Avinash Kumar
      *>            - the reject, pending and approval-queue images are read
      *>              at the 137-byte EMPDB2CO width (change provenance
      *>              added).
      *> 2026.10.15 Avinash Kumar
      *>            - reject, pending and approval-queue images are carried
      *>              at the 140-byte EMPDB2CO width (termination reason
      *>              and rehire override added).
      *> 2026.10.15 Avinash Kumar
      *>            - new hires the converter numbered are confirmed under
      *>              the assigned EMPNO, flagged as newly assigned and
      *>              carrying their feed detail sequence.
      *> 2026.10.15 Avinash Kumar
      *>            - the confirmation file is recorded on the dispatch
      *>              register (DB2DSPR) with its record count and an
      *>              EMPNO hash total. A file identical to one already
      *>              sent is refused (condition code 8); a register
      *>              that cannot be written is warned (4).
      *> 2026.10.15 Avinash Kumar
      *>            - the HRIS feed and the converter's error images are
      *>              read at 108 bytes (requisition number added to the
      *>              new-hire detail).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STA-FILE-STATUS.

        SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASG-FILE-STATUS.

        SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

      *> the HRIS feed as corporate sent it - the same 00/10/99 layout
      *> DB2HRISC converts
       FD HRIS-FILE.
       01 HRIS-RECORD               PIC X(108).

       01 HRIS-DETAIL-RECORD REDEFINES HRIS-RECORD.
           05 HRIS-DTL-REC-TYPE     PIC X(2).
           05 HRIS-DTL-ACTION       PIC X(1).
           05 HRIS-DTL-EMPNO        PIC X(6).
           05 FILLER                PIC X(99).

      *> the converter's error file - feed records that never mapped
       FD HRISERR-FILE.
       01 HRISERR-RECORD.
           05 ERR-IMAGE             PIC X(108).
           05 FILLER                PIC X(1).
           05 ERR-REASON-TEXT       PIC X(40).

      *> the batch driver's reject file - image plus reason
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(140).
           05 FILLER                PIC X(1).
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1).

      *> the pending store - held future-dated transaction images
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> the approvals queue - UPDATEs held for a second signature,
      *> in the record the batch driver holds them in
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

      *> the run's machine-readable status record
       FD JOBSTAT-FILE.
           05 FILLER                PIC X(116).
           05 STA-RETURN-CODE       PIC 9(2).

      *> the converter's assignment file - the EMPNO each numberless
      *> new hire was given, by its detail sequence in the feed
       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 ASG-FEED-SEQ          PIC 9(7).
           05 FILLER                PIC X(1).
           05 ASG-EMPNO             PIC X(6).
           05 FILLER                PIC X(53).

      *> the confirm-back feed in the corporate 00/10/99 layout
       FD CONFIRM-FILE.
       01 CONFIRM-RECORD            PIC X(102).
           05 CNF-DTL-DISPOSITION   PIC X(2).
           05 CNF-DTL-REASON-CODE   PIC X(4).
           05 CNF-DTL-REASON-TEXT   PIC X(40).
      *>   Y when the EMPNO was assigned here because the feed sent
      *>   none; the feed sequence says which detail it belongs to
           05 CNF-DTL-NEW-EMPNO     PIC X(1).
           05 CNF-DTL-FEED-SEQ      PIC 9(7).
           05 FILLER                PIC X(40).

       01 CNF-TRAILER-RECORD REDEFINES CONFIRM-RECORD.
           05 CNF-TRL-REC-TYPE      PIC X(2).
        01 WS-PENDING-FILE-NAME  PIC X(100) VALUE 'pending.txt'.
        01 WS-APPQUE-FILE-NAME   PIC X(100) VALUE 'appque.txt'.
        01 WS-STATUS-FILE-NAME   PIC X(100) VALUE 'jobstat.txt'.
        01 WS-ASSIGN-FILE-NAME   PIC X(100) VALUE 'hrisasgn.txt'.
        01 WS-CONFIRM-FILE-NAME  PIC X(100) VALUE 'cnfback.txt'.

        01 WS-FEED-FILE-STATUS   PIC XX.
           88 WS-APQ-FILE-OK         VALUE '00'.
        01 WS-STA-FILE-STATUS    PIC XX.
           88 WS-STA-FILE-OK         VALUE '00'.
        01 WS-ASG-FILE-STATUS    PIC XX.
           88 WS-ASG-FILE-OK         VALUE '00'.

        01 WS-FEED-EOF-SW        PIC X VALUE 'N'.
           88 WS-FEED-EOF            VALUE 'Y'.
           88 WS-PEND-EOF            VALUE 'Y'.
        01 WS-APQ-EOF-SW         PIC X VALUE 'N'.
           88 WS-APQ-EOF             VALUE 'Y'.
        01 WS-ASG-EOF-SW         PIC X VALUE 'N'.
           88 WS-ASG-EOF             VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-RC             PIC 9(2) VALUE 99.
              OCCURS 500 TIMES
              INDEXED BY WS-APQ-IDX.

      *> converter errors on details that carried no EMPNO - matched
      *> back to their feed detail by the whole record image
        01 WS-NOEMP-COUNT        PIC 9(4) VALUE 0.
        01 WS-NOEMP-MAX          PIC 9(4) VALUE 500.
        01 WS-NOEMP-TAB.
           05 WS-NOEMP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-NOEMP-IDX.
              10 WS-NOEMP-IMAGE     PIC X(108).
              10 WS-NOEMP-TEXT      PIC X(40).

        01 WS-ASG-COUNT          PIC 9(4) VALUE 0.
        01 WS-ASG-MAX            PIC 9(4) VALUE 2000.
        01 WS-ASG-TAB.
           05 WS-ASG-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-ASG-IDX.
              10 WS-ASG-SEQ         PIC 9(7).
              10 WS-ASG-EMPNO       PIC X(6).

      *> the detail being confirmed: its place in the feed, and the
      *> EMPNO it is known by - the feed's own, or the one assigned
        01 WS-DTL-SEQ            PIC 9(7) VALUE 0.
        01 WS-DTL-EMPNO          PIC X(6).

        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.

        01 WS-HA-COUNT           PIC 9(7) VALUE 0.
        01 WS-WN-COUNT           PIC 9(7) VALUE 0.

      *> hash total of the EMPNOs confirmed, for the dispatch register
        01 WS-EMPNO-NUM          PIC 9(6) VALUE 0.
        01 WS-EMPNO-HASH         PIC 9(15) VALUE 0.

      *> the dispatch register: the confirmation file is recorded
      *> once it is closed, and a second identical file is refused
        01 WS-DSPR-PGM           PIC X(7) VALUE 'DB2DSPR'.
        01 WS-DISPATCH-SW        PIC X VALUE SPACE.
           88 WS-DISPATCH-DONE       VALUE 'S'.
           88 WS-DISPATCH-REFUSED    VALUE 'R'.
           88 WS-DISPATCH-UNLOGGED   VALUE 'U'.

         COPY "CPYDSPR.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
           PERFORM LOAD-PENDING-STORE THRU LOAD-PENDING-STORE-EXIT
           PERFORM LOAD-APPROVAL-QUEUE
              THRU LOAD-APPROVAL-QUEUE-EXIT
           PERFORM LOAD-ASSIGNMENTS THRU LOAD-ASSIGNMENTS-EXIT

           OPEN INPUT HRIS-FILE
           IF NOT WS-FEED-FILE-OK
           CLOSE HRIS-FILE
           CLOSE CONFIRM-FILE

           PERFORM REGISTER-DISPATCH THRU REGISTER-DISPATCH-EXIT

           DISPLAY "DB2HRICB: ========= CONFIRM-BACK SUMMARY ======="
           DISPLAY "DB2HRICB: RECORDS CONFIRMED   : " WS-OUT-COUNT
           DISPLAY "DB2HRICB: APPLIED             : " WS-AP-COUNT
           DISPLAY "DB2HRICB: HELD FUTURE-DATED   : " WS-HD-COUNT
           DISPLAY "DB2HRICB: HELD FOR APPROVAL   : " WS-HA-COUNT
           DISPLAY "DB2HRICB: APPLIED WITH WARNING: " WS-WN-COUNT
           DISPLAY "DB2HRICB: EMPNO HASH TOTAL    : " WS-EMPNO-HASH
           EVALUATE TRUE
             WHEN WS-DISPATCH-DONE
               DISPLAY "DB2HRICB: DISPATCH            : REGISTERED"
             WHEN WS-DISPATCH-REFUSED
               DISPLAY "DB2HRICB: DISPATCH            : REFUSED"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               DISPLAY "DB2HRICB: DISPATCH            : NOT"
                  " REGISTERED"
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "DB2HRICB: ======================================"

           DISPLAY "DB2HRICB: EXITING HRIS CONFIRM-BACK MODULE"
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REGISTER-DISPATCH SECTION.
      *>------------------------------------------------------------------------
      *>    corporate must never be sent the same confirmation twice;
      *>    DB2DSPR refuses a repeat unless the operator overrides
           INITIALIZE CPY-DISPATCH-REC
           SET CPY-DSPR-REGISTER TO TRUE
           MOVE 'HRISCONF'           TO CPY-DSPR-INTERFACE
           MOVE WS-CONFIRM-FILE-NAME TO CPY-DSPR-FILE-NAME
           MOVE 'DB2HRICB'           TO CPY-DSPR-REQ-PGM
           MOVE WS-RUN-DATE          TO CPY-DSPR-RUN-DATE
           MOVE WS-OUT-COUNT         TO CPY-DSPR-REC-COUNT
           MOVE WS-EMPNO-HASH        TO CPY-DSPR-AMOUNT-TOTAL

           CALL WS-DSPR-PGM USING CPY-DISPATCH-REC END-CALL

           IF CPY-DSPR-SUCCESS
               SET WS-DISPATCH-DONE TO TRUE
           ELSE
           IF CPY-DSPR-DUPLICATE
               SET WS-DISPATCH-REFUSED TO TRUE
               DISPLAY "DB2HRICB: *** DISPATCH REFUSED - IDENTICAL"
                  " CONFIRMATION ALREADY SENT " CPY-DSPR-PRIOR-DATE
                  " - DO NOT RELEASE TO CORPORATE ***"
           ELSE
               SET WS-DISPATCH-UNLOGGED TO TRUE
               DISPLAY "DB2HRICB: CONFIRMATION NOT RECORDED ON THE"
                  " DISPATCH REGISTER - REASON " CPY-DSPR-REASON
           END-IF
           END-IF
           .
       REGISTER-DISPATCH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
               MOVE 'cnfback.txt' TO WS-CONFIRM-FILE-NAME
           END-IF

           ACCEPT WS-ASSIGN-FILE-NAME
              FROM ENVIRONMENT "DB2HRISC_ASSIGN_FILE"
           IF WS-ASSIGN-FILE-NAME = SPACE
               MOVE 'hrisasgn.txt' TO WS-ASSIGN-FILE-NAME
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY "DB2HRICB: FEED FILE    = " WS-FEED-FILE-NAME
       READ-HRISERR-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the EMPNO sits at columns 4-9 of the feed image the
      *>    converter echoed back; a new hire that never got a number
      *>    has none there, and is kept by its whole image instead
           READ HRISERR-FILE
             AT END
               SET WS-ERR-EOF TO TRUE
             NOT AT END
               IF ERR-IMAGE (4:6) = SPACES
                   IF WS-NOEMP-COUNT < WS-NOEMP-MAX
                       ADD 1 TO WS-NOEMP-COUNT
                       SET WS-NOEMP-IDX TO WS-NOEMP-COUNT
                       MOVE ERR-IMAGE
                         TO WS-NOEMP-IMAGE (WS-NOEMP-IDX)
                       MOVE ERR-REASON-TEXT
                         TO WS-NOEMP-TEXT (WS-NOEMP-IDX)
                   END-IF
               ELSE
               IF WS-REJ-COUNT < WS-REJ-MAX
                   ADD 1 TO WS-REJ-COUNT
                   SET WS-REJ-IDX TO WS-REJ-COUNT
                   MOVE ERR-REASON-TEXT
                     TO WS-REJ-TEXT (WS-REJ-IDX)
               END-IF
               END-IF
           END-READ
           .
       READ-HRISERR-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ASSIGNMENTS SECTION.
      *>------------------------------------------------------------------------
      *>    no assignment file simply means no new hire came in
      *>    without a number
           OPEN INPUT ASSIGN-FILE
           IF NOT WS-ASG-FILE-OK
               GO TO LOAD-ASSIGNMENTS-EXIT
           END-IF

           PERFORM READ-ASSIGN-RECORD THRU READ-ASSIGN-RECORD-EXIT
              UNTIL WS-ASG-EOF
           CLOSE ASSIGN-FILE
           .
       LOAD-ASSIGNMENTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-ASSIGN-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ASSIGN-FILE
             AT END
               SET WS-ASG-EOF TO TRUE
             NOT AT END
               IF WS-ASG-COUNT < WS-ASG-MAX
               AND ASG-FEED-SEQ IS NUMERIC
                   ADD 1 TO WS-ASG-COUNT
                   SET WS-ASG-IDX TO WS-ASG-COUNT
                   MOVE ASG-FEED-SEQ TO WS-ASG-SEQ (WS-ASG-IDX)
                   MOVE ASG-EMPNO    TO WS-ASG-EMPNO (WS-ASG-IDX)
               END-IF
           END-READ
           .
       READ-ASSIGN-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONFIRM-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------
                   GO TO CONFIRM-ONE-RECORD-EXIT
               END-IF

               ADD 1 TO WS-DTL-SEQ
               MOVE SPACES TO CONFIRM-RECORD
               MOVE '10'             TO CNF-DTL-REC-TYPE
               MOVE WS-DTL-SEQ       TO CNF-DTL-FEED-SEQ
               MOVE HRIS-DTL-EMPNO   TO WS-DTL-EMPNO

               IF WS-DTL-EMPNO = SPACES
                   PERFORM FIND-ASSIGNED-EMPNO
                      THRU FIND-ASSIGNED-EMPNO-EXIT
                   IF WS-DTL-EMPNO = SPACES
                       WRITE CONFIRM-RECORD
                       ADD 1 TO WS-OUT-COUNT
                       GO TO CONFIRM-ONE-RECORD-EXIT
                   END-IF
                   MOVE 'Y' TO CNF-DTL-NEW-EMPNO
               END-IF
               MOVE WS-DTL-EMPNO     TO CNF-DTL-EMPNO
               IF WS-DTL-EMPNO IS NUMERIC
                   MOVE WS-DTL-EMPNO TO WS-EMPNO-NUM
                   ADD WS-EMPNO-NUM TO WS-EMPNO-HASH
               END-IF

               MOVE 0 TO WS-MATCH-SLOT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                  UNTIL WS-SCAN-IDX > WS-REJ-COUNT
                   IF WS-REJ-EMPNO (WS-SCAN-IDX) = WS-DTL-EMPNO
                       MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
                   END-IF
               END-PERFORM
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-ASSIGNED-EMPNO SECTION.
      *>------------------------------------------------------------------------
      *>    a detail sent without an EMPNO either drew one from the
      *>    converter, or never mapped at all - then it is confirmed
      *>    rejected with the converter's reason and no number
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ASG-COUNT
               IF WS-ASG-SEQ (WS-SCAN-IDX) = WS-DTL-SEQ
                   MOVE WS-ASG-EMPNO (WS-SCAN-IDX) TO WS-DTL-EMPNO
               END-IF
           END-PERFORM

           IF WS-DTL-EMPNO NOT = SPACES
               GO TO FIND-ASSIGNED-EMPNO-EXIT
           END-IF

           MOVE 'RJ'   TO CNF-DTL-DISPOSITION
           MOVE 'CNV ' TO CNF-DTL-REASON-CODE
           MOVE "EMPNO MISSING" TO CNF-DTL-REASON-TEXT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-NOEMP-COUNT
               IF WS-NOEMP-IMAGE (WS-SCAN-IDX) = HRIS-RECORD
                   MOVE WS-NOEMP-TEXT (WS-SCAN-IDX)
                     TO CNF-DTL-REASON-TEXT
               END-IF
           END-PERFORM
           ADD 1 TO WS-RJ-COUNT
           .
       FIND-ASSIGNED-EMPNO-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-HELD-OR-WARNED SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-APQ-COUNT
               IF WS-APQ-EMPNO (WS-SCAN-IDX) = WS-DTL-EMPNO
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PEND-COUNT
               IF WS-PEND-EMPNO (WS-SCAN-IDX) = WS-DTL-EMPNO
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-WRN-COUNT
               IF WS-WRN-EMPNO (WS-SCAN-IDX) = WS-DTL-EMPNO
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

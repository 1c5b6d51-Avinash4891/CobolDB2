      *>************************************************************************
      *>  SAMPLE LEAVE ACCRUAL-POLICY PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2ACRP.cob
      *>
      *> Purpose:      Leave Accrual-Policy CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the accrual-
      *>                 policy table: for each leave type (V vacation,
      *>                 S sick) and service band, the days earned per
      *>                 month, the balance cap and whether what is left
      *>                 is paid out on termination
      *>               - RATE-LOOKUP returns the band that applies to a
      *>                 continuous service in months: the entry of the
      *>                 type with the highest band start not above it
      *>               - called by the monthly accrual batch (DB2LVAC)
      *>                 and the leave ledger (DB2LVLG) to look up a rate
      *>                 or the payout rule, and by the interactive
      *>                 maintenance program (DB2ONLN) to maintain it
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2ACRP.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ACRP-FILE ASSIGN TO WS-ACRP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACRP-FILE.
       01 ACRP-RECORD.
           05 ACRP-LEAVE-TYPE       PIC X(1).
           05 FILLER                PIC X(1).
           05 ACRP-FROM-MONTHS      PIC 9(3).
           05 FILLER                PIC X(1).
           05 ACRP-DAYS-PER-MONTH   PIC 9(2)V9(2).
           05 FILLER                PIC X(1).
           05 ACRP-MAX-BALANCE      PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 ACRP-PAYOUT-SW        PIC X(1).
           05 FILLER                PIC X(1).
           05 ACRP-DESC             PIC X(30).

       WORKING-STORAGE SECTION.

      *> runtime-overridable store name - defaults to a fixed name
      *> when the environment variable is unset
        01 WS-ACRP-FILE-NAME     PIC X(100) VALUE 'acrpol.txt'.

        01 WS-ACRP-FILE-STATUS   PIC XX.
           88 WS-ACRP-FILE-OK        VALUE '00'.
           88 WS-ACRP-FILE-MISSING   VALUE '35'.

        01 WS-ACRP-EOF-SW        PIC X VALUE 'N'.
           88 WS-ACRP-EOF            VALUE 'Y'.

      *> the whole policy rides in memory for UPDATE/DELETE, which
      *> rewrite the store the way DB2LOCS rewrites the locations
        01 WS-ACRP-COUNT         PIC 9(4) VALUE 0.
        01 WS-ACRP-MAX           PIC 9(4) VALUE 200.
        01 WS-ACRP-TAB.
           05 WS-ACRP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-ACRP-IDX.
              10 WS-ACRP-T-TYPE     PIC X(1).
              10 WS-ACRP-T-FROM     PIC 9(3).
              10 WS-ACRP-T-RATE     PIC 9(2)V9(2).
              10 WS-ACRP-T-MAX      PIC 9(4)V9(2).
              10 WS-ACRP-T-PAYOUT   PIC X(1).
              10 WS-ACRP-T-DESC     PIC X(30).

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.

       LINKAGE SECTION.
        COPY "CPYACRP.cpy".

       PROCEDURE DIVISION USING CPY-ACRPOL-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2ACRP SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2ACRP: INSIDE LEAVE ACCRUAL-POLICY MODULE"

           ACCEPT WS-ACRP-FILE-NAME
              FROM ENVIRONMENT "DB2ACRP_MASTER_FILE"
           IF WS-ACRP-FILE-NAME = SPACE
               MOVE 'acrpol.txt' TO WS-ACRP-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-ACRP-NO-MASTER AND NOT CPY-ACRP-ADD
               SET CPY-ACRP-FAIL TO TRUE
               DISPLAY "DB2ACRP: ACCRUAL POLICY " WS-ACRP-FILE-NAME
                  " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-ACRP-ADD
                   PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
                 WHEN CPY-ACRP-UPDATE
                   PERFORM UPDATE-POLICY THRU UPDATE-POLICY-EXIT
                 WHEN CPY-ACRP-DELETE
                   PERFORM DELETE-POLICY THRU DELETE-POLICY-EXIT
                 WHEN CPY-ACRP-SELECT
                   PERFORM SELECT-POLICY THRU SELECT-POLICY-EXIT
                 WHEN CPY-ACRP-RATE-LOOKUP
                   PERFORM LOOKUP-RATE THRU LOOKUP-RATE-EXIT
                 WHEN OTHER
                   SET CPY-ACRP-FAIL TO TRUE
                   SET CPY-ACRP-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2ACRP: EXITING LEAVE ACCRUAL-POLICY MODULE"

           GOBACK

          .
       MAIN-DB2ACRP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing policy is reported through CPY-ACRP-NO-MASTER so
      *>    a caller can tell "no band for this service" apart from
      *>    "no policy set up yet"
           MOVE 0 TO WS-ACRP-COUNT
           MOVE 'N' TO WS-ACRP-EOF-SW
           MOVE SPACE TO CPY-ACRP-REASON

           OPEN INPUT ACRP-FILE
           IF WS-ACRP-FILE-MISSING
               SET CPY-ACRP-NO-MASTER TO TRUE
           ELSE
           IF WS-ACRP-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-ACRP-EOF
               CLOSE ACRP-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ACRP-FILE
             AT END
               SET WS-ACRP-EOF TO TRUE
             NOT AT END
               IF WS-ACRP-COUNT < WS-ACRP-MAX
                   ADD 1 TO WS-ACRP-COUNT
                   SET WS-ACRP-IDX TO WS-ACRP-COUNT
                   MOVE ACRP-LEAVE-TYPE TO WS-ACRP-T-TYPE (WS-ACRP-IDX)
                   MOVE ACRP-PAYOUT-SW
                     TO WS-ACRP-T-PAYOUT (WS-ACRP-IDX)
                   MOVE ACRP-DESC       TO WS-ACRP-T-DESC (WS-ACRP-IDX)
                   MOVE 0 TO WS-ACRP-T-FROM (WS-ACRP-IDX)
                   MOVE 0 TO WS-ACRP-T-RATE (WS-ACRP-IDX)
                   MOVE 0 TO WS-ACRP-T-MAX (WS-ACRP-IDX)
                   IF ACRP-FROM-MONTHS IS NUMERIC
                       MOVE ACRP-FROM-MONTHS
                         TO WS-ACRP-T-FROM (WS-ACRP-IDX)
                   END-IF
                   IF ACRP-DAYS-PER-MONTH IS NUMERIC
                       MOVE ACRP-DAYS-PER-MONTH
                         TO WS-ACRP-T-RATE (WS-ACRP-IDX)
                   END-IF
                   IF ACRP-MAX-BALANCE IS NUMERIC
                       MOVE ACRP-MAX-BALANCE
                         TO WS-ACRP-T-MAX (WS-ACRP-IDX)
                   END-IF
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-POLICY-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ACRP-COUNT
               IF WS-ACRP-T-TYPE (WS-SCAN-IDX) = CPY-ACRP-LEAVE-TYPE
               AND WS-ACRP-T-FROM (WS-SCAN-IDX) = CPY-ACRP-FROM-MONTHS
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-POLICY-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-POLICY SECTION.
      *>------------------------------------------------------------------------
           IF NOT CPY-ACRP-VACATION AND NOT CPY-ACRP-SICK
           OR CPY-ACRP-FROM-MONTHS IS NOT NUMERIC
           OR CPY-ACRP-DAYS-PER-MONTH IS NOT NUMERIC
               DISPLAY "DB2ACRP: LEAVE TYPE MUST BE V OR S AND THE"
                  " BAND AND RATE NUMERIC - REJECTED"
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-ERROR TO TRUE
               GO TO ADD-POLICY-EXIT
           END-IF

           PERFORM FIND-POLICY-SLOT THRU FIND-POLICY-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2ACRP: DUPLICATE LEAVE TYPE/SERVICE BAND -"
                  " REJECTED"
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-DUPLICATE TO TRUE
           ELSE
           IF WS-ACRP-COUNT >= WS-ACRP-MAX
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-ACRP-COUNT
               MOVE WS-ACRP-COUNT TO WS-MATCH-SLOT
               MOVE CPY-ACRP-LEAVE-TYPE
                 TO WS-ACRP-T-TYPE (WS-MATCH-SLOT)
               MOVE CPY-ACRP-FROM-MONTHS
                 TO WS-ACRP-T-FROM (WS-MATCH-SLOT)
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-ACRP-SUCCESS TO TRUE
               SET CPY-ACRP-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-POLICY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-POLICY SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-POLICY-SLOT THRU FIND-POLICY-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2ACRP: LEAVE TYPE/SERVICE BAND NOT ON FILE"
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-NOT-FOUND TO TRUE
           ELSE
           IF CPY-ACRP-DAYS-PER-MONTH IS NOT NUMERIC
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-ERROR TO TRUE
           ELSE
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-ACRP-SUCCESS TO TRUE
               SET CPY-ACRP-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       UPDATE-POLICY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-FIELDS-TO-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-ACRP-DAYS-PER-MONTH
             TO WS-ACRP-T-RATE (WS-MATCH-SLOT)
           IF CPY-ACRP-MAX-BALANCE IS NUMERIC
               MOVE CPY-ACRP-MAX-BALANCE
                 TO WS-ACRP-T-MAX (WS-MATCH-SLOT)
           ELSE
               MOVE 0 TO WS-ACRP-T-MAX (WS-MATCH-SLOT)
           END-IF
           IF CPY-ACRP-PAID-OUT
               MOVE 'Y' TO WS-ACRP-T-PAYOUT (WS-MATCH-SLOT)
           ELSE
               MOVE 'N' TO WS-ACRP-T-PAYOUT (WS-MATCH-SLOT)
           END-IF
           MOVE CPY-ACRP-DESC TO WS-ACRP-T-DESC (WS-MATCH-SLOT)
          .
       MOVE-FIELDS-TO-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-POLICY SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-POLICY-SLOT THRU FIND-POLICY-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2ACRP: LEAVE TYPE/SERVICE BAND NOT ON FILE"
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-NOT-FOUND TO TRUE
               GO TO DELETE-POLICY-EXIT
           END-IF

      *>    close the gap by sliding the entries above it down one
           PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
              UNTIL WS-SCAN-IDX >= WS-ACRP-COUNT
               MOVE WS-ACRP-ENTRY (WS-SCAN-IDX + 1)
                 TO WS-ACRP-ENTRY (WS-SCAN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ACRP-COUNT
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT
           SET CPY-ACRP-SUCCESS TO TRUE
           SET CPY-ACRP-ALL-DONE TO TRUE
          .
       DELETE-POLICY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-POLICY SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-POLICY-SLOT THRU FIND-POLICY-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-NOT-FOUND TO TRUE
           ELSE
               PERFORM MOVE-SLOT-TO-CALLER
                  THRU MOVE-SLOT-TO-CALLER-EXIT
               SET CPY-ACRP-SUCCESS TO TRUE
               SET CPY-ACRP-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-POLICY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       LOOKUP-RATE SECTION.
      *>------------------------------------------------------------------------
      *>    the band of the type whose start is the highest not above
      *>    the service given; service short of every band of the type
      *>    earns nothing and comes back NOT-FOUND
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ACRP-COUNT
               IF WS-ACRP-T-TYPE (WS-SCAN-IDX) = CPY-ACRP-LEAVE-TYPE
               AND WS-ACRP-T-FROM (WS-SCAN-IDX)
                     <= CPY-ACRP-SERVICE-MONTHS
                   IF WS-MATCH-SLOT = 0
                       MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
                   ELSE
                       IF WS-ACRP-T-FROM (WS-SCAN-IDX)
                            > WS-ACRP-T-FROM (WS-MATCH-SLOT)
                           MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               SET CPY-ACRP-FAIL TO TRUE
               SET CPY-ACRP-NOT-FOUND TO TRUE
           ELSE
               MOVE WS-ACRP-T-FROM (WS-MATCH-SLOT)
                 TO CPY-ACRP-FROM-MONTHS
               PERFORM MOVE-SLOT-TO-CALLER
                  THRU MOVE-SLOT-TO-CALLER-EXIT
               SET CPY-ACRP-SUCCESS TO TRUE
               SET CPY-ACRP-ALL-DONE TO TRUE
           END-IF
          .
       LOOKUP-RATE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-SLOT-TO-CALLER SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-ACRP-T-RATE (WS-MATCH-SLOT)
             TO CPY-ACRP-DAYS-PER-MONTH
           MOVE WS-ACRP-T-MAX (WS-MATCH-SLOT)  TO CPY-ACRP-MAX-BALANCE
           MOVE WS-ACRP-T-PAYOUT (WS-MATCH-SLOT) TO CPY-ACRP-PAYOUT-SW
           MOVE WS-ACRP-T-DESC (WS-MATCH-SLOT) TO CPY-ACRP-DESC
          .
       MOVE-SLOT-TO-CALLER-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT ACRP-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-ACRP-COUNT
               MOVE SPACES TO ACRP-RECORD
               MOVE WS-ACRP-T-TYPE (WS-SCAN-IDX)   TO ACRP-LEAVE-TYPE
               MOVE WS-ACRP-T-FROM (WS-SCAN-IDX)   TO ACRP-FROM-MONTHS
               MOVE WS-ACRP-T-RATE (WS-SCAN-IDX)
                 TO ACRP-DAYS-PER-MONTH
               MOVE WS-ACRP-T-MAX (WS-SCAN-IDX)    TO ACRP-MAX-BALANCE
               MOVE WS-ACRP-T-PAYOUT (WS-SCAN-IDX) TO ACRP-PAYOUT-SW
               MOVE WS-ACRP-T-DESC (WS-SCAN-IDX)   TO ACRP-DESC
               WRITE ACRP-RECORD
           END-PERFORM
           CLOSE ACRP-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2ACRP.

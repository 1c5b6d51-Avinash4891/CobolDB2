      *>************************************************************************
      *>  SAMPLE TERMINATION-REASON PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2TRSN.cob
      *>
      *> Purpose:      Termination-Reason Master CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the termination-
      *>                 reason master: for each reason code, whether the
      *>                 leaving was voluntary (V) or involuntary (I),
      *>                 whether the leaver may be rehired, and a
      *>                 description
      *>               - called by the batch driver (DB2CRU1), the HRIS
      *>                 feed converter (DB2HRISC) and the interactive
      *>                 maintenance program (DB2ONLN) to verify the
      *>                 reason a DELETE carries, by the insert module
      *>                 (DB2INSRT) to decide whether an ADD may rehire
      *>                 a former employee, and by the termination-
      *>                 reason report (DB2TRRP)
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TRSN.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TRSN-FILE ASSIGN TO WS-TRSN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRSN-FILE.
       01 TRSN-RECORD.
           05 TRSN-CODE             PIC X(2).
           05 FILLER                PIC X(1).
           05 TRSN-CLASS            PIC X(1).
           05 FILLER                PIC X(1).
           05 TRSN-REHIRE-SW        PIC X(1).
           05 FILLER                PIC X(1).
           05 TRSN-DESC             PIC X(30).

       WORKING-STORAGE SECTION.

      *> runtime-overridable store name - defaults to a fixed name
      *> when the environment variable is unset
        01 WS-TRSN-FILE-NAME     PIC X(100) VALUE 'termrsn.txt'.

        01 WS-TRSN-FILE-STATUS   PIC XX.
           88 WS-TRSN-FILE-OK        VALUE '00'.
           88 WS-TRSN-FILE-MISSING   VALUE '35'.

        01 WS-TRSN-EOF-SW        PIC X VALUE 'N'.
           88 WS-TRSN-EOF            VALUE 'Y'.

      *> the whole master rides in memory for UPDATE/DELETE, which
      *> rewrite the store the way DB2LOCS rewrites the locations
        01 WS-TRSN-COUNT         PIC 9(4) VALUE 0.
        01 WS-TRSN-MAX           PIC 9(4) VALUE 200.
        01 WS-TRSN-TAB.
           05 WS-TRSN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-TRSN-IDX.
              10 WS-TRSN-T-CODE     PIC X(2).
              10 WS-TRSN-T-CLASS    PIC X(1).
              10 WS-TRSN-T-REHIRE   PIC X(1).
              10 WS-TRSN-T-DESC     PIC X(30).

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.

       LINKAGE SECTION.
        COPY "CPYTRSN.cpy".

       PROCEDURE DIVISION USING CPY-TERMRSN-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2TRSN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2TRSN: INSIDE TERMINATION-REASON MODULE"

           ACCEPT WS-TRSN-FILE-NAME
              FROM ENVIRONMENT "DB2TRSN_MASTER_FILE"
           IF WS-TRSN-FILE-NAME = SPACE
               MOVE 'termrsn.txt' TO WS-TRSN-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-TRSN-NO-MASTER AND NOT CPY-TRSN-ADD
               SET CPY-TRSN-FAIL TO TRUE
               DISPLAY "DB2TRSN: TERMINATION-REASON MASTER "
                  WS-TRSN-FILE-NAME " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-TRSN-ADD
                   PERFORM ADD-REASON THRU ADD-REASON-EXIT
                 WHEN CPY-TRSN-UPDATE
                   PERFORM UPDATE-REASON THRU UPDATE-REASON-EXIT
                 WHEN CPY-TRSN-DELETE
                   PERFORM DELETE-REASON THRU DELETE-REASON-EXIT
                 WHEN CPY-TRSN-SELECT
                   PERFORM SELECT-REASON THRU SELECT-REASON-EXIT
                 WHEN OTHER
                   SET CPY-TRSN-FAIL TO TRUE
                   SET CPY-TRSN-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2TRSN: EXITING TERMINATION-REASON MODULE"

           GOBACK

          .
       MAIN-DB2TRSN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing master is reported through CPY-TRSN-NO-MASTER so
      *>    a caller can tell "no such reason" apart from "no reasons
      *>    set up yet"
           MOVE 0 TO WS-TRSN-COUNT
           MOVE 'N' TO WS-TRSN-EOF-SW
           MOVE SPACE TO CPY-TRSN-REASON

           OPEN INPUT TRSN-FILE
           IF WS-TRSN-FILE-MISSING
               SET CPY-TRSN-NO-MASTER TO TRUE
           ELSE
           IF WS-TRSN-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-TRSN-EOF
               CLOSE TRSN-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ TRSN-FILE
             AT END
               SET WS-TRSN-EOF TO TRUE
             NOT AT END
               IF WS-TRSN-COUNT < WS-TRSN-MAX
                   ADD 1 TO WS-TRSN-COUNT
                   SET WS-TRSN-IDX TO WS-TRSN-COUNT
                   MOVE TRSN-CODE      TO WS-TRSN-T-CODE (WS-TRSN-IDX)
                   MOVE TRSN-CLASS     TO WS-TRSN-T-CLASS (WS-TRSN-IDX)
                   MOVE TRSN-REHIRE-SW
                     TO WS-TRSN-T-REHIRE (WS-TRSN-IDX)
                   MOVE TRSN-DESC      TO WS-TRSN-T-DESC (WS-TRSN-IDX)
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-REASON-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-TRSN-COUNT
               IF WS-TRSN-T-CODE (WS-SCAN-IDX) = CPY-TRSN-CODE
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-REASON-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-REASON-FIELDS SECTION.
      *>------------------------------------------------------------------------
      *>    every entry has to say how the leaving is classified and
      *>    whether a rehire is allowed, or the report and the rehire
      *>    check would have to guess
           IF NOT CPY-TRSN-VOLUNTARY AND NOT CPY-TRSN-INVOLUNTARY
           OR NOT CPY-TRSN-REHIRE-OK AND NOT CPY-TRSN-NO-REHIRE
               DISPLAY "DB2TRSN: CLASS MUST BE V OR I AND REHIRE Y OR"
                  " N - REJECTED"
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-ERROR TO TRUE
           END-IF
          .
       CHECK-REASON-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-REASON SECTION.
      *>------------------------------------------------------------------------
           IF CPY-TRSN-CODE = SPACES
               DISPLAY "DB2TRSN: REASON CODE MISSING - REJECTED"
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-ERROR TO TRUE
               GO TO ADD-REASON-EXIT
           END-IF

           PERFORM CHECK-REASON-FIELDS THRU CHECK-REASON-FIELDS-EXIT
           IF CPY-TRSN-FAIL
               GO TO ADD-REASON-EXIT
           END-IF

           PERFORM FIND-REASON-SLOT THRU FIND-REASON-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2TRSN: DUPLICATE REASON CODE - REJECTED"
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-DUPLICATE TO TRUE
           ELSE
           IF WS-TRSN-COUNT >= WS-TRSN-MAX
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-TRSN-COUNT
               MOVE WS-TRSN-COUNT TO WS-MATCH-SLOT
               MOVE CPY-TRSN-CODE TO WS-TRSN-T-CODE (WS-MATCH-SLOT)
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-TRSN-SUCCESS TO TRUE
               SET CPY-TRSN-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-REASON-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-REASON SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-REASON-SLOT THRU FIND-REASON-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2TRSN: REASON CODE NOT ON FILE"
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-NOT-FOUND TO TRUE
               GO TO UPDATE-REASON-EXIT
           END-IF

           PERFORM CHECK-REASON-FIELDS THRU CHECK-REASON-FIELDS-EXIT
           IF CPY-TRSN-FAIL
               GO TO UPDATE-REASON-EXIT
           END-IF

           PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT
           SET CPY-TRSN-SUCCESS TO TRUE
           SET CPY-TRSN-ALL-DONE TO TRUE
          .
       UPDATE-REASON-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-FIELDS-TO-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-TRSN-CLASS     TO WS-TRSN-T-CLASS (WS-MATCH-SLOT)
           MOVE CPY-TRSN-REHIRE-SW TO WS-TRSN-T-REHIRE (WS-MATCH-SLOT)
           MOVE CPY-TRSN-DESC      TO WS-TRSN-T-DESC (WS-MATCH-SLOT)
          .
       MOVE-FIELDS-TO-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-REASON SECTION.
      *>------------------------------------------------------------------------
      *>    history already archived under a deleted code keeps the
      *>    code; the report shows it as no longer on the master and
      *>    the rehire check lets it through
           PERFORM FIND-REASON-SLOT THRU FIND-REASON-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2TRSN: REASON CODE NOT ON FILE"
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-NOT-FOUND TO TRUE
               GO TO DELETE-REASON-EXIT
           END-IF

      *>    close the gap by sliding the entries above it down one
           PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
              UNTIL WS-SCAN-IDX >= WS-TRSN-COUNT
               MOVE WS-TRSN-ENTRY (WS-SCAN-IDX + 1)
                 TO WS-TRSN-ENTRY (WS-SCAN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TRSN-COUNT
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT
           SET CPY-TRSN-SUCCESS TO TRUE
           SET CPY-TRSN-ALL-DONE TO TRUE
          .
       DELETE-REASON-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-REASON SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-REASON-SLOT THRU FIND-REASON-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-TRSN-FAIL TO TRUE
               SET CPY-TRSN-NOT-FOUND TO TRUE
           ELSE
               MOVE WS-TRSN-T-CLASS (WS-MATCH-SLOT)  TO CPY-TRSN-CLASS
               MOVE WS-TRSN-T-REHIRE (WS-MATCH-SLOT)
                 TO CPY-TRSN-REHIRE-SW
               MOVE WS-TRSN-T-DESC (WS-MATCH-SLOT)   TO CPY-TRSN-DESC
               SET CPY-TRSN-SUCCESS TO TRUE
               SET CPY-TRSN-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-REASON-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT TRSN-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-TRSN-COUNT
               MOVE SPACES TO TRSN-RECORD
               MOVE WS-TRSN-T-CODE (WS-SCAN-IDX)   TO TRSN-CODE
               MOVE WS-TRSN-T-CLASS (WS-SCAN-IDX)  TO TRSN-CLASS
               MOVE WS-TRSN-T-REHIRE (WS-SCAN-IDX) TO TRSN-REHIRE-SW
               MOVE WS-TRSN-T-DESC (WS-SCAN-IDX)   TO TRSN-DESC
               WRITE TRSN-RECORD
           END-PERFORM
           CLOSE TRSN-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2TRSN.

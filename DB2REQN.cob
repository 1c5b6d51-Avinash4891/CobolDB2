      *>************************************************************************
      *>  SAMPLE REQUISITION MASTER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2REQN.cob
      *>
      *> Purpose:      REQUISITION Master CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the open-
      *>                 requisition store, keyed by requisition number:
      *>                 WORKDEPT, JOB, the approved salary range, the
      *>                 approval date and the state (open, filled or
      *>                 cancelled); an UPDATE with state 'C' cancels
      *>               - VERIFY for a hire: the requisition must be on
      *>                 file, open, and for the hire's department and
      *>                 job; FILL makes the same checks and marks the
      *>                 requisition filled with the EMPNO and the date
      *>               - maintained through the batch driver DB2RQTB and
      *>                 through DB2ONLN; verified and filled by DB2CRU1
      *>                 and DB2ONLN on every ADD; DB2RQAG reports the
      *>                 open requisitions aged
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2REQN.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REQN-FILE ASSIGN TO WS-REQN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQN-FILE.
       01 REQN-RECORD.
           05 REQN-NO               PIC X(6).
           05 FILLER                PIC X(1).
           05 REQN-WORKDEPT         PIC X(3).
           05 FILLER                PIC X(1).
           05 REQN-JOB              PIC X(8).
           05 FILLER                PIC X(1).
           05 REQN-MIN-SALARY       PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 REQN-MAX-SALARY       PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 REQN-APPR-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 REQN-STATE            PIC X(1).
           05 FILLER                PIC X(1).
           05 REQN-FILLED-EMPNO     PIC X(6).
           05 FILLER                PIC X(1).
           05 REQN-FILLED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.

      *> runtime-overridable master store name - defaults to a fixed
      *> name when the environment variable is unset
        01 WS-REQN-FILE-NAME     PIC X(100) VALUE 'requisn.txt'.

        01 WS-REQN-FILE-STATUS   PIC XX.
           88 WS-REQN-FILE-OK        VALUE '00'.
           88 WS-REQN-FILE-MISSING   VALUE '35'.

        01 WS-REQN-EOF-SW        PIC X VALUE 'N'.
           88 WS-REQN-EOF            VALUE 'Y'.

      *> the whole master rides in memory for UPDATE/DELETE/FILL,
      *> which rewrite the store the way the status master is
      *> rewritten
        01 WS-REQN-COUNT         PIC 9(5) VALUE 0.
        01 WS-REQN-MAX           PIC 9(5) VALUE 10000.
        01 WS-REQN-TAB.
           05 WS-REQN-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-REQN-IDX.
              10 WS-REQN-T-NO       PIC X(6).
              10 WS-REQN-T-DEPT     PIC X(3).
              10 WS-REQN-T-JOB      PIC X(8).
              10 WS-REQN-T-MIN      PIC 9(7)V9(2).
              10 WS-REQN-T-MAX      PIC 9(7)V9(2).
              10 WS-REQN-T-APPR     PIC 9(8).
              10 WS-REQN-T-STATE    PIC X(1).
              10 WS-REQN-T-EMPNO    PIC X(6).
              10 WS-REQN-T-FILLED   PIC 9(8).

        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.

      *> the hire's department and job, kept while the stored
      *> requisition is handed back in their place
        01 WS-HIRE-DEPT          PIC X(3).
        01 WS-HIRE-JOB           PIC X(8).
        01 WS-HIRE-EMPNO         PIC X(6).
        01 WS-HIRE-DATE          PIC 9(8).

       LINKAGE SECTION.
        COPY "CPYREQN.cpy".

       PROCEDURE DIVISION USING CPY-REQUISITION-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2REQN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2REQN: INSIDE REQUISITION MODULE"

           ACCEPT WS-REQN-FILE-NAME
              FROM ENVIRONMENT "DB2REQN_MASTER_FILE"
           IF WS-REQN-FILE-NAME = SPACE
               MOVE 'requisn.txt' TO WS-REQN-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-REQN-NO-MASTER AND NOT CPY-REQN-ADD
               SET CPY-REQN-FAIL TO TRUE
               DISPLAY "DB2REQN: REQUISITION MASTER " WS-REQN-FILE-NAME
                  " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-REQN-ADD
                   PERFORM ADD-REQUISITION
                      THRU ADD-REQUISITION-EXIT
                 WHEN CPY-REQN-UPDATE
                   PERFORM UPDATE-REQUISITION
                      THRU UPDATE-REQUISITION-EXIT
                 WHEN CPY-REQN-DELETE
                   PERFORM DELETE-REQUISITION
                      THRU DELETE-REQUISITION-EXIT
                 WHEN CPY-REQN-SELECT
                   PERFORM SELECT-REQUISITION
                      THRU SELECT-REQUISITION-EXIT
                 WHEN CPY-REQN-VERIFY
                   PERFORM VERIFY-REQUISITION
                      THRU VERIFY-REQUISITION-EXIT
                 WHEN CPY-REQN-FILL
                   PERFORM FILL-REQUISITION
                      THRU FILL-REQUISITION-EXIT
                 WHEN OTHER
                   SET CPY-REQN-FAIL TO TRUE
                   SET CPY-REQN-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2REQN: EXITING REQUISITION MODULE"

           GOBACK

          .
       MAIN-DB2REQN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing master is reported through CPY-REQN-NO-MASTER so
      *>    a hiring caller can tell "no such requisition" apart from
      *>    "requisitions not in use here yet"
           MOVE 0 TO WS-REQN-COUNT
           MOVE 'N' TO WS-REQN-EOF-SW
           MOVE SPACE TO CPY-REQN-REASON

           OPEN INPUT REQN-FILE
           IF WS-REQN-FILE-MISSING
               SET CPY-REQN-NO-MASTER TO TRUE
           ELSE
           IF WS-REQN-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-REQN-EOF
               CLOSE REQN-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ REQN-FILE
             AT END
               SET WS-REQN-EOF TO TRUE
             NOT AT END
               IF WS-REQN-COUNT < WS-REQN-MAX
               AND REQN-NO NOT = SPACES
                   ADD 1 TO WS-REQN-COUNT
                   SET WS-REQN-IDX TO WS-REQN-COUNT
                   INITIALIZE WS-REQN-ENTRY (WS-REQN-IDX)
                   MOVE REQN-NO       TO WS-REQN-T-NO (WS-REQN-IDX)
                   MOVE REQN-WORKDEPT TO WS-REQN-T-DEPT (WS-REQN-IDX)
                   MOVE REQN-JOB      TO WS-REQN-T-JOB (WS-REQN-IDX)
                   IF REQN-MIN-SALARY IS NUMERIC
                       MOVE REQN-MIN-SALARY
                         TO WS-REQN-T-MIN (WS-REQN-IDX)
                   END-IF
                   IF REQN-MAX-SALARY IS NUMERIC
                       MOVE REQN-MAX-SALARY
                         TO WS-REQN-T-MAX (WS-REQN-IDX)
                   END-IF
                   IF REQN-APPR-DATE IS NUMERIC
                       MOVE REQN-APPR-DATE
                         TO WS-REQN-T-APPR (WS-REQN-IDX)
                   END-IF
                   MOVE REQN-STATE    TO WS-REQN-T-STATE (WS-REQN-IDX)
                   MOVE REQN-FILLED-EMPNO
                     TO WS-REQN-T-EMPNO (WS-REQN-IDX)
                   IF REQN-FILLED-DATE IS NUMERIC
                       MOVE REQN-FILLED-DATE
                         TO WS-REQN-T-FILLED (WS-REQN-IDX)
                   END-IF
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-REQUISITION-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-REQN-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-REQN-T-NO (WS-SCAN-IDX) = CPY-REQN-NO
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-REQUISITION-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    a new requisition is always open; it is filled only by a
      *>    hire against it
           PERFORM FIND-REQUISITION-SLOT
              THRU FIND-REQUISITION-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2REQN: REQUISITION " CPY-REQN-NO
                  " ALREADY ON STORE - REJECTED"
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-DUPLICATE TO TRUE
           ELSE
           IF WS-REQN-COUNT >= WS-REQN-MAX
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-REQN-COUNT
               SET WS-REQN-IDX TO WS-REQN-COUNT
               INITIALIZE WS-REQN-ENTRY (WS-REQN-IDX)
               MOVE CPY-REQN-NO       TO WS-REQN-T-NO (WS-REQN-IDX)
               MOVE CPY-REQN-WORKDEPT TO WS-REQN-T-DEPT (WS-REQN-IDX)
               MOVE CPY-REQN-JOB      TO WS-REQN-T-JOB (WS-REQN-IDX)
               MOVE CPY-REQN-MIN-SALARY
                 TO WS-REQN-T-MIN (WS-REQN-IDX)
               MOVE CPY-REQN-MAX-SALARY
                 TO WS-REQN-T-MAX (WS-REQN-IDX)
               MOVE CPY-REQN-APPR-DATE
                 TO WS-REQN-T-APPR (WS-REQN-IDX)
               MOVE 'O'    TO WS-REQN-T-STATE (WS-REQN-IDX)
               MOVE SPACES TO WS-REQN-T-EMPNO (WS-REQN-IDX)
               MOVE 0      TO WS-REQN-T-FILLED (WS-REQN-IDX)
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-REQN-OPEN TO TRUE
               SET CPY-REQN-SUCCESS TO TRUE
               SET CPY-REQN-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the state moves between open and cancelled here; filled is
      *>    set only by FILL. Reopening a filled requisition (the hire
      *>    fell through) clears the EMPNO it was filled with.
           PERFORM FIND-REQUISITION-SLOT
              THRU FIND-REQUISITION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2REQN: REQUISITION " CPY-REQN-NO
                  " NOT ON STORE"
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-NOT-FOUND TO TRUE
               GO TO UPDATE-REQUISITION-EXIT
           END-IF

           IF NOT CPY-REQN-OPEN AND NOT CPY-REQN-CANCELLED
               DISPLAY "DB2REQN: STATE MAY ONLY BE SET TO OPEN OR"
                  " CANCELLED - REJECTED"
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-ERROR TO TRUE
               GO TO UPDATE-REQUISITION-EXIT
           END-IF

           SET WS-REQN-IDX TO WS-MATCH-SLOT
           MOVE CPY-REQN-WORKDEPT   TO WS-REQN-T-DEPT (WS-REQN-IDX)
           MOVE CPY-REQN-JOB        TO WS-REQN-T-JOB (WS-REQN-IDX)
           MOVE CPY-REQN-MIN-SALARY TO WS-REQN-T-MIN (WS-REQN-IDX)
           MOVE CPY-REQN-MAX-SALARY TO WS-REQN-T-MAX (WS-REQN-IDX)
           MOVE CPY-REQN-APPR-DATE  TO WS-REQN-T-APPR (WS-REQN-IDX)
           MOVE CPY-REQN-STATE      TO WS-REQN-T-STATE (WS-REQN-IDX)
           IF CPY-REQN-OPEN
               MOVE SPACES TO WS-REQN-T-EMPNO (WS-REQN-IDX)
               MOVE 0      TO WS-REQN-T-FILLED (WS-REQN-IDX)
           END-IF
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT
           SET CPY-REQN-SUCCESS TO TRUE
           SET CPY-REQN-ALL-DONE TO TRUE
          .
       UPDATE-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-REQUISITION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-REQUISITION-SLOT
              THRU FIND-REQUISITION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2REQN: REQUISITION " CPY-REQN-NO
                  " NOT ON STORE"
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-NOT-FOUND TO TRUE
           ELSE
      *>       close the gap by sliding the entries above it down one
               PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
                  UNTIL WS-SCAN-IDX >= WS-REQN-COUNT
                   MOVE WS-REQN-ENTRY (WS-SCAN-IDX + 1)
                     TO WS-REQN-ENTRY (WS-SCAN-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-REQN-COUNT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-REQN-SUCCESS TO TRUE
               SET CPY-REQN-ALL-DONE TO TRUE
           END-IF
          .
       DELETE-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-REQUISITION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-REQUISITION-SLOT
              THRU FIND-REQUISITION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-NOT-FOUND TO TRUE
           ELSE
               PERFORM RETURN-STORED-REQUISITION
                  THRU RETURN-STORED-REQUISITION-EXIT
               SET CPY-REQN-SUCCESS TO TRUE
               SET CPY-REQN-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       VERIFY-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the caller hands in the hire's WORKDEPT and JOB; the
      *>    requisition has to be on file, still open and for that
      *>    same department and job. The stored requisition comes
      *>    back either way so the caller can say what it is for.
           MOVE CPY-REQN-WORKDEPT TO WS-HIRE-DEPT
           MOVE CPY-REQN-JOB      TO WS-HIRE-JOB

           PERFORM FIND-REQUISITION-SLOT
              THRU FIND-REQUISITION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-NOT-FOUND TO TRUE
               GO TO VERIFY-REQUISITION-EXIT
           END-IF

           PERFORM RETURN-STORED-REQUISITION
              THRU RETURN-STORED-REQUISITION-EXIT

           IF NOT CPY-REQN-OPEN
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-NOT-OPEN TO TRUE
               GO TO VERIFY-REQUISITION-EXIT
           END-IF

           IF CPY-REQN-WORKDEPT NOT = WS-HIRE-DEPT
           OR CPY-REQN-JOB NOT = WS-HIRE-JOB
               SET CPY-REQN-FAIL TO TRUE
               SET CPY-REQN-MISMATCH TO TRUE
               GO TO VERIFY-REQUISITION-EXIT
           END-IF

           SET CPY-REQN-SUCCESS TO TRUE
           SET CPY-REQN-ALL-DONE TO TRUE
          .
       VERIFY-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FILL-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the caller hands in the hire's WORKDEPT, JOB, EMPNO and the
      *>    date; the same checks as VERIFY, then the requisition is
      *>    marked filled and the store rewritten at once, so a second
      *>    hire against it later in the same run is refused
           MOVE CPY-REQN-FILLED-EMPNO TO WS-HIRE-EMPNO
           MOVE CPY-REQN-FILLED-DATE  TO WS-HIRE-DATE

           PERFORM VERIFY-REQUISITION THRU VERIFY-REQUISITION-EXIT

           IF CPY-REQN-FAIL
               DISPLAY "DB2REQN: REQUISITION " CPY-REQN-NO
                  " NOT FILLED - REASON " CPY-REQN-REASON
               GO TO FILL-REQUISITION-EXIT
           END-IF

           SET WS-REQN-IDX TO WS-MATCH-SLOT
           MOVE 'F'           TO WS-REQN-T-STATE (WS-REQN-IDX)
           MOVE WS-HIRE-EMPNO TO WS-REQN-T-EMPNO (WS-REQN-IDX)
           MOVE WS-HIRE-DATE  TO WS-REQN-T-FILLED (WS-REQN-IDX)
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT

           PERFORM RETURN-STORED-REQUISITION
              THRU RETURN-STORED-REQUISITION-EXIT
           SET CPY-REQN-SUCCESS TO TRUE
           SET CPY-REQN-ALL-DONE TO TRUE
           .
       FILL-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       RETURN-STORED-REQUISITION SECTION.
      *>------------------------------------------------------------------------
           SET WS-REQN-IDX TO WS-MATCH-SLOT
           MOVE WS-REQN-T-DEPT (WS-REQN-IDX)   TO CPY-REQN-WORKDEPT
           MOVE WS-REQN-T-JOB (WS-REQN-IDX)    TO CPY-REQN-JOB
           MOVE WS-REQN-T-MIN (WS-REQN-IDX)    TO CPY-REQN-MIN-SALARY
           MOVE WS-REQN-T-MAX (WS-REQN-IDX)    TO CPY-REQN-MAX-SALARY
           MOVE WS-REQN-T-APPR (WS-REQN-IDX)   TO CPY-REQN-APPR-DATE
           MOVE WS-REQN-T-STATE (WS-REQN-IDX)  TO CPY-REQN-STATE
           MOVE WS-REQN-T-EMPNO (WS-REQN-IDX)  TO CPY-REQN-FILLED-EMPNO
           MOVE WS-REQN-T-FILLED (WS-REQN-IDX) TO CPY-REQN-FILLED-DATE
          .
       RETURN-STORED-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT REQN-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-REQN-COUNT
               MOVE SPACES TO REQN-RECORD
               MOVE WS-REQN-T-NO (WS-SCAN-IDX)     TO REQN-NO
               MOVE WS-REQN-T-DEPT (WS-SCAN-IDX)   TO REQN-WORKDEPT
               MOVE WS-REQN-T-JOB (WS-SCAN-IDX)    TO REQN-JOB
               MOVE WS-REQN-T-MIN (WS-SCAN-IDX)    TO REQN-MIN-SALARY
               MOVE WS-REQN-T-MAX (WS-SCAN-IDX)    TO REQN-MAX-SALARY
               MOVE WS-REQN-T-APPR (WS-SCAN-IDX)   TO REQN-APPR-DATE
               MOVE WS-REQN-T-STATE (WS-SCAN-IDX)  TO REQN-STATE
               MOVE WS-REQN-T-EMPNO (WS-SCAN-IDX)  TO REQN-FILLED-EMPNO
               MOVE WS-REQN-T-FILLED (WS-SCAN-IDX) TO REQN-FILLED-DATE
               WRITE REQN-RECORD
           END-PERFORM
           CLOSE REQN-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2REQN.

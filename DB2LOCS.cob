      *>************************************************************************
      *>  SAMPLE WORK-LOCATION REFERENCE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LOCS.cob
      *>
      *> Purpose:      Work-Location Reference CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the location
      *>                 reference store, which ties each office LOCATION
      *>                 a DEPARTMENT row carries to the state the work
      *>                 is done in - the link payroll tax needs between
      *>                 DEPARTMENT.LOCATION and the residence state on
      *>                 the contact master
      *>               - called by the interactive maintenance program
      *>                 (DB2ONLN) to maintain the reference, and read
      *>                 directly by the work-state report (DB2WKST)
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LOCS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LOCS-FILE ASSIGN TO WS-LOCS-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCS-FILE.
       01 LOCS-RECORD.
           05 LOCS-LOCATION         PIC X(16).
           05 FILLER                PIC X(1).
           05 LOCS-STATE            PIC X(2).
           05 FILLER                PIC X(1).
           05 LOCS-DESC             PIC X(30).

       WORKING-STORAGE SECTION.

      *> runtime-overridable reference store name - defaults to a
      *> fixed name when the environment variable is unset
        01 WS-LOCS-FILE-NAME     PIC X(100) VALUE 'locstate.txt'.

        01 WS-LOCS-FILE-STATUS   PIC XX.
           88 WS-LOCS-FILE-OK        VALUE '00'.
           88 WS-LOCS-FILE-MISSING   VALUE '35'.

        01 WS-LOCS-EOF-SW        PIC X VALUE 'N'.
           88 WS-LOCS-EOF            VALUE 'Y'.

      *> the whole reference rides in memory for UPDATE/DELETE, which
      *> rewrite the store the way DB2JOBC rewrites the job codes
        01 WS-LOCS-COUNT         PIC 9(4) VALUE 0.
        01 WS-LOCS-MAX           PIC 9(4) VALUE 500.
        01 WS-LOCS-TAB.
           05 WS-LOCS-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LOCS-IDX.
              10 WS-LOCS-T-LOCATION PIC X(16).
              10 WS-LOCS-T-STATE    PIC X(2).
              10 WS-LOCS-T-DESC     PIC X(30).

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.

       LINKAGE SECTION.
        COPY "CPYLOCS.cpy".

       PROCEDURE DIVISION USING CPY-LOCATION-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2LOCS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LOCS: INSIDE WORK-LOCATION REFERENCE MODULE"

           ACCEPT WS-LOCS-FILE-NAME
              FROM ENVIRONMENT "DB2LOCS_MASTER_FILE"
           IF WS-LOCS-FILE-NAME = SPACE
               MOVE 'locstate.txt' TO WS-LOCS-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-LOCS-NO-MASTER AND NOT CPY-LOCS-ADD
               SET CPY-LOCS-FAIL TO TRUE
               DISPLAY "DB2LOCS: LOCATION REFERENCE " WS-LOCS-FILE-NAME
                  " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-LOCS-ADD
                   PERFORM ADD-LOCATION THRU ADD-LOCATION-EXIT
                 WHEN CPY-LOCS-UPDATE
                   PERFORM UPDATE-LOCATION THRU UPDATE-LOCATION-EXIT
                 WHEN CPY-LOCS-DELETE
                   PERFORM DELETE-LOCATION THRU DELETE-LOCATION-EXIT
                 WHEN CPY-LOCS-SELECT
                   PERFORM SELECT-LOCATION THRU SELECT-LOCATION-EXIT
                 WHEN OTHER
                   SET CPY-LOCS-FAIL TO TRUE
                   SET CPY-LOCS-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2LOCS: EXITING WORK-LOCATION REFERENCE MODULE"

           GOBACK

          .
       MAIN-DB2LOCS-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-LOCS-COUNT
           MOVE 'N' TO WS-LOCS-EOF-SW
           MOVE SPACE TO CPY-LOCS-REASON

           OPEN INPUT LOCS-FILE
           IF WS-LOCS-FILE-MISSING
               SET CPY-LOCS-NO-MASTER TO TRUE
           ELSE
           IF WS-LOCS-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-LOCS-EOF
               CLOSE LOCS-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ LOCS-FILE
             AT END
               SET WS-LOCS-EOF TO TRUE
             NOT AT END
               IF WS-LOCS-COUNT < WS-LOCS-MAX
                   ADD 1 TO WS-LOCS-COUNT
                   SET WS-LOCS-IDX TO WS-LOCS-COUNT
                   MOVE LOCS-LOCATION
                     TO WS-LOCS-T-LOCATION (WS-LOCS-IDX)
                   MOVE LOCS-STATE TO WS-LOCS-T-STATE (WS-LOCS-IDX)
                   MOVE LOCS-DESC  TO WS-LOCS-T-DESC (WS-LOCS-IDX)
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-LOCATION-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-LOCS-COUNT
               IF WS-LOCS-T-LOCATION (WS-SCAN-IDX) = CPY-LOCS-LOCATION
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-LOCATION-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-LOCATION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-LOCATION-SLOT THRU FIND-LOCATION-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2LOCS: DUPLICATE LOCATION - REJECTED"
               SET CPY-LOCS-FAIL TO TRUE
               SET CPY-LOCS-DUPLICATE TO TRUE
           ELSE
           IF WS-LOCS-COUNT >= WS-LOCS-MAX
               SET CPY-LOCS-FAIL TO TRUE
               SET CPY-LOCS-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-LOCS-COUNT
               SET WS-LOCS-IDX TO WS-LOCS-COUNT
               MOVE CPY-LOCS-LOCATION
                 TO WS-LOCS-T-LOCATION (WS-LOCS-IDX)
               MOVE CPY-LOCS-STATE TO WS-LOCS-T-STATE (WS-LOCS-IDX)
               MOVE CPY-LOCS-DESC  TO WS-LOCS-T-DESC (WS-LOCS-IDX)
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-LOCS-SUCCESS TO TRUE
               SET CPY-LOCS-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-LOCATION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-LOCATION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-LOCATION-SLOT THRU FIND-LOCATION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2LOCS: LOCATION NOT ON FILE"
               SET CPY-LOCS-FAIL TO TRUE
               SET CPY-LOCS-NOT-FOUND TO TRUE
           ELSE
               SET WS-LOCS-IDX TO WS-MATCH-SLOT
               MOVE CPY-LOCS-STATE TO WS-LOCS-T-STATE (WS-LOCS-IDX)
               MOVE CPY-LOCS-DESC  TO WS-LOCS-T-DESC (WS-LOCS-IDX)
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-LOCS-SUCCESS TO TRUE
               SET CPY-LOCS-ALL-DONE TO TRUE
           END-IF
          .
       UPDATE-LOCATION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-LOCATION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-LOCATION-SLOT THRU FIND-LOCATION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2LOCS: LOCATION NOT ON FILE"
               SET CPY-LOCS-FAIL TO TRUE
               SET CPY-LOCS-NOT-FOUND TO TRUE
           ELSE
      *>       close the gap by sliding the entries above it down one
               PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
                  UNTIL WS-SCAN-IDX >= WS-LOCS-COUNT
                   MOVE WS-LOCS-ENTRY (WS-SCAN-IDX + 1)
                     TO WS-LOCS-ENTRY (WS-SCAN-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-LOCS-COUNT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-LOCS-SUCCESS TO TRUE
               SET CPY-LOCS-ALL-DONE TO TRUE
           END-IF
          .
       DELETE-LOCATION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-LOCATION SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-LOCATION-SLOT THRU FIND-LOCATION-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2LOCS: LOCATION NOT ON FILE"
               SET CPY-LOCS-FAIL TO TRUE
               SET CPY-LOCS-NOT-FOUND TO TRUE
           ELSE
               SET WS-LOCS-IDX TO WS-MATCH-SLOT
               MOVE WS-LOCS-T-STATE (WS-LOCS-IDX) TO CPY-LOCS-STATE
               MOVE WS-LOCS-T-DESC (WS-LOCS-IDX)  TO CPY-LOCS-DESC
               SET CPY-LOCS-SUCCESS TO TRUE
               SET CPY-LOCS-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-LOCATION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT LOCS-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-LOCS-COUNT
               MOVE SPACES TO LOCS-RECORD
               MOVE WS-LOCS-T-LOCATION (WS-SCAN-IDX) TO LOCS-LOCATION
               MOVE WS-LOCS-T-STATE (WS-SCAN-IDX)    TO LOCS-STATE
               MOVE WS-LOCS-T-DESC (WS-SCAN-IDX)     TO LOCS-DESC
               WRITE LOCS-RECORD
           END-PERFORM
           CLOSE LOCS-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2LOCS.

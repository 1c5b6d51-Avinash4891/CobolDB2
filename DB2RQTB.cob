      *>************************************************************************
      *>  SAMPLE REQUISITION BATCH DRIVER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RQTB.cob
      *>
      *> Purpose:      REQUISITION Batch CRUD Driver
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - batch ADD/UPDATE/DELETE of approved
      *>                 requisitions from a transaction file - Finance's
      *>                 approvals and recruiting's cancellations -
      *>                 dispatched to DB2REQN the same way DB2PRTB
      *>                 dispatches performance-rating transactions
      *>               - header/trailer control records with count
      *>                 reconciliation, a reject file, and a run
      *>                 summary
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RQTB.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REQN-TX-FILE ASSIGN TO WS-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RTX-FILE-STATUS.

        SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REQN-TX-FILE.
         COPY "RQNDB2CO.cpy".

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(49).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

         COPY "CPYREQN.cpy".

        01 WS-REQN-PGM           PIC X(7) VALUE 'DB2REQN'.

        01 WS-FILE-STATUS        PIC X.
           88 WS-EOF              VALUE 'Y'.
           88 WS-NOT-EOF          VALUE 'N'.

        01 WS-TRAILER-STATUS     PIC X VALUE 'N'.
           88 WS-TRAILER-FOUND     VALUE 'Y'.

        01 WS-RECON-STATUS       PIC X VALUE 'N'.
           88 WS-RECON-BREAK       VALUE 'Y'.

        01 WS-RUN-DATE           PIC X(8) VALUE SPACES.

        01 WS-EXPECTED-COUNTS.
           05 WS-EXP-TOTAL       PIC 9(7) VALUE 0.
           05 WS-EXP-ADD         PIC 9(7) VALUE 0.
           05 WS-EXP-UPDATE      PIC 9(7) VALUE 0.
           05 WS-EXP-DELETE      PIC 9(7) VALUE 0.

        01 WS-OUTCOME-COUNTS.
           05 WS-SUCCESS-COUNT   PIC 9(7) VALUE 0.
           05 WS-FAIL-COUNT      PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

        01 WS-ACTUAL-COUNTS.
           05 WS-ACT-TOTAL       PIC 9(7) VALUE 0.
           05 WS-ACT-ADD         PIC 9(7) VALUE 0.
           05 WS-ACT-UPDATE      PIC 9(7) VALUE 0.
           05 WS-ACT-DELETE      PIC 9(7) VALUE 0.

        01 WS-RECORD-VALID-SW    PIC X VALUE 'Y'.
           88 WS-RECORD-VALID       VALUE 'Y'.
           88 WS-RECORD-INVALID     VALUE 'N'.

        01 WS-RTX-FILE-STATUS    PIC XX.
           88 WS-RTX-FILE-OK         VALUE '00'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are not set
        01 WS-INPUT-FILE-NAME    PIC X(100) VALUE 'reqnin.txt'.
        01 WS-REJECT-FILE-NAME   PIC X(100) VALUE 'reqnrej.txt'.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RQTB SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2RQTB: INSIDE REQUISITION BATCH DRIVER"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT.

           OPEN INPUT REQN-TX-FILE.
           IF NOT WS-RTX-FILE-OK
               DISPLAY "DB2RQTB: UNABLE TO OPEN " WS-INPUT-FILE-NAME
                   " - FILE STATUS " WS-RTX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE.
           SET WS-NOT-EOF TO TRUE.

           PERFORM READ-HEADER-RECORD THRU READ-HEADER-RECORD-EXIT

            PERFORM PROCESS-INPUT-FILE
               THRU PROCESS-INPUT-FILE-EXIT
               UNTIL WS-EOF OR WS-TRAILER-FOUND

           IF NOT WS-TRAILER-FOUND
               DISPLAY "DB2RQTB: *** NO TRAILER RECORD FOUND ***"
               SET WS-RECON-BREAK TO TRUE
           END-IF

            CLOSE REQN-TX-FILE
            CLOSE REJECT-FILE

           DISPLAY "DB2RQTB: ============ RUN SUMMARY ============"
           DISPLAY "DB2RQTB: ADDS PROCESSED      : " WS-ACT-ADD
           DISPLAY "DB2RQTB: UPDATES PROCESSED   : " WS-ACT-UPDATE
           DISPLAY "DB2RQTB: DELETES PROCESSED   : " WS-ACT-DELETE
           DISPLAY "DB2RQTB: TOTAL TRANSACTIONS  : " WS-ACT-TOTAL
           DISPLAY "DB2RQTB: -------------------------------------"
           DISPLAY "DB2RQTB: SUCCESSFUL          : " WS-SUCCESS-COUNT
           DISPLAY "DB2RQTB: FAILED              : " WS-FAIL-COUNT
           DISPLAY "DB2RQTB: REJECTED            : " WS-REJECT-COUNT
           DISPLAY "DB2RQTB: ======================================="

           IF WS-FAIL-COUNT > 0 OR WS-RECON-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "DB2RQTB: EXITING REQUISITION BATCH DRIVER"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2RQTB-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-INPUT-FILE-NAME
              FROM ENVIRONMENT "DB2RQTB_INPUT_FILE"
           IF WS-INPUT-FILE-NAME = SPACE
               MOVE 'reqnin.txt' TO WS-INPUT-FILE-NAME
           END-IF

           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT "DB2RQTB_REJECT_FILE"
           IF WS-REJECT-FILE-NAME = SPACE
               MOVE 'reqnrej.txt' TO WS-REJECT-FILE-NAME
           END-IF

           DISPLAY "DB2RQTB: INPUT FILE  = " WS-INPUT-FILE-NAME
           DISPLAY "DB2RQTB: REJECT FILE = " WS-REJECT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-REQN-TX
           READ REQN-TX-FILE INTO CPY-REQN-TX
           AT END
               DISPLAY "DB2RQTB: INPUT FILE IS EMPTY - NO HEADER RECORD"
               SET WS-EOF TO TRUE
           NOT AT END
               IF CPY-RTX-HEADER
                   MOVE CPY-RTX-HDR-RUN-DATE TO WS-RUN-DATE
                   DISPLAY "DB2RQTB: BATCH RUN DATE " WS-RUN-DATE
               ELSE
                   DISPLAY "DB2RQTB: *** FIRST RECORD NOT A HEADER ***"
                   SET WS-RECON-BREAK TO TRUE
                   PERFORM PROCESS-RECORD THRU PROCESS-RECORD-EXIT
               END-IF
           END-READ.

      *>------------------------------------------------------------------------          .
       READ-HEADER-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROCESS-INPUT-FILE SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-REQN-TX
           READ REQN-TX-FILE INTO CPY-REQN-TX
           AT END
               SET WS-EOF TO TRUE
           NOT AT END
               IF NOT WS-RTX-FILE-OK
                   DISPLAY "DB2RQTB: *** READ ERROR - FILE STATUS "
                       WS-RTX-FILE-STATUS " ***"
                   SET WS-RECON-BREAK TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   EVALUATE TRUE
                     WHEN CPY-RTX-TRAILER
                       PERFORM VERIFY-TRAILER-TOTALS
                          THRU VERIFY-TRAILER-TOTALS-EXIT
                       SET WS-TRAILER-FOUND TO TRUE
                     WHEN OTHER
                       PERFORM PROCESS-RECORD THRU PROCESS-RECORD-EXIT
                   END-EVALUATE
               END-IF
           END-READ.

      *>------------------------------------------------------------------------          .
       PROCESS-INPUT-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VERIFY-TRAILER-TOTALS SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-RTX-TRL-TOTAL-COUNT  TO WS-EXP-TOTAL
           MOVE CPY-RTX-TRL-ADD-COUNT    TO WS-EXP-ADD
           MOVE CPY-RTX-TRL-UPDATE-COUNT TO WS-EXP-UPDATE
           MOVE CPY-RTX-TRL-DELETE-COUNT TO WS-EXP-DELETE

           IF WS-ACT-TOTAL  NOT = WS-EXP-TOTAL  OR
              WS-ACT-ADD    NOT = WS-EXP-ADD    OR
              WS-ACT-UPDATE NOT = WS-EXP-UPDATE OR
              WS-ACT-DELETE NOT = WS-EXP-DELETE
               DISPLAY "DB2RQTB: *** TRAILER RECONCILIATION BREAK ***"
               DISPLAY "DB2RQTB: EXPECTED TOTAL/ADD/UPD/DEL = "
                   WS-EXP-TOTAL " " WS-EXP-ADD " "
                   WS-EXP-UPDATE " " WS-EXP-DELETE
               DISPLAY "DB2RQTB: ACTUAL   TOTAL/ADD/UPD/DEL = "
                   WS-ACT-TOTAL " " WS-ACT-ADD " "
                   WS-ACT-UPDATE " " WS-ACT-DELETE
               SET WS-RECON-BREAK TO TRUE
           ELSE
               DISPLAY "DB2RQTB: TRAILER RECONCILIATION OK - "
                   WS-ACT-TOTAL " TRANSACTIONS"
           END-IF
           .
       VERIFY-TRAILER-TOTALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROCESS-RECORD SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-ACT-TOTAL

           PERFORM VALIDATE-INPUT-RECORD THRU VALIDATE-INPUT-RECORD-EXIT

           IF WS-RECORD-INVALID
               DISPLAY "DB2RQTB: EDIT VALIDATION FAILED FOR "
                   "REQUISITION " CPY-RTX-NO
               MOVE "S002" TO REJ-REASON-CODE
               MOVE "FAILED FIELD-LEVEL EDIT VALIDATION"
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE
           EVALUATE TRUE
             WHEN CPY-RTX-ADD
               ADD 1 TO WS-ACT-ADD
               PERFORM CALL-DB2REQN THRU CALL-DB2REQN-EXIT
             WHEN CPY-RTX-UPDATE
               ADD 1 TO WS-ACT-UPDATE
               PERFORM CALL-DB2REQN THRU CALL-DB2REQN-EXIT
             WHEN CPY-RTX-DELETE
               ADD 1 TO WS-ACT-DELETE
               PERFORM CALL-DB2REQN THRU CALL-DB2REQN-EXIT
             WHEN OTHER
               DISPLAY "NOT A VALID OPERATION"
               MOVE "S001" TO REJ-REASON-CODE
               MOVE "NOT A VALID OPERATION CODE"
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           END-EVALUATE
           END-IF
           .
      *>------------------------------------------------------------------------          .
       PROCESS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CALL-DB2REQN SECTION.
      *>------------------------------------------------------------------------
      *>    DB2REQN carries its own operation/status bytes on
      *>    CPY-REQUISITION-REC, so the transaction image is mapped onto
      *>    the linkage record before the call and the outcome copied
      *>    back afterwards for tallying
           INITIALIZE CPY-REQUISITION-REC
           MOVE CPY-RTX-OPERATION   TO CPY-REQN-OPERATION
           MOVE CPY-RTX-NO          TO CPY-REQN-NO
           MOVE CPY-RTX-WORKDEPT    TO CPY-REQN-WORKDEPT
           MOVE CPY-RTX-JOB         TO CPY-REQN-JOB
           MOVE CPY-RTX-MIN-SALARY  TO CPY-REQN-MIN-SALARY
           MOVE CPY-RTX-MAX-SALARY  TO CPY-REQN-MAX-SALARY
           MOVE CPY-RTX-APPR-DATE   TO CPY-REQN-APPR-DATE
           MOVE CPY-RTX-STATE       TO CPY-REQN-STATE

           CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL

           MOVE CPY-REQN-STATUS TO CPY-RTX-STATUS
           MOVE CPY-REQN-REASON TO CPY-RTX-REASON

           EVALUATE TRUE
             WHEN CPY-RTX-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
             WHEN CPY-RTX-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           .
       CALL-DB2REQN-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VALIDATE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    DELETE transactions only carry the requisition number;
      *>    ADD and UPDATE must carry the department and job the hire
      *>    will be checked against, a usable salary range and the
      *>    approval date; an UPDATE's state is open or cancelled
           SET WS-RECORD-VALID TO TRUE

           IF CPY-RTX-NO = SPACES
               SET WS-RECORD-INVALID TO TRUE
           END-IF

           IF CPY-RTX-ADD OR CPY-RTX-UPDATE
               IF CPY-RTX-WORKDEPT = SPACES
               OR CPY-RTX-JOB = SPACES
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
               IF CPY-RTX-MIN-SALARY NOT NUMERIC
               OR CPY-RTX-MAX-SALARY NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
               IF CPY-RTX-MIN-SALARY > CPY-RTX-MAX-SALARY
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
               END-IF
               IF CPY-RTX-APPR-DATE NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF

           IF CPY-RTX-UPDATE
               IF CPY-RTX-STATE NOT = 'O' AND CPY-RTX-STATE NOT = 'C'
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF
           .
       VALIDATE-INPUT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-REQN-TX TO REJ-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       WRITE-REJECT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2RQTB.

      *>************************************************************************
      *>  SAMPLE CERTIFICATION BATCH DRIVER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CRTB.cob
      *>
      *> Purpose:      EMPLOYEE CERTIFICATION Batch CRUD Driver
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - batch ADD/UPDATE/DELETE of employee licences
      *>                 and certifications from a transaction file -
      *>                 the spreadsheets the departments kept, loaded
      *>                 in one go, and each renewal after - dispatched
      *>                 to DB2CERT the same way DB2PRTB dispatches the
      *>                 performance ratings
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
       PROGRAM-ID. DB2CRTB.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CERT-TX-FILE ASSIGN TO WS-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTX-FILE-STATUS.

        SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CERT-TX-FILE.
         COPY "CTXDB2CO.cpy".

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(65).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

         COPY "CPYCERT.cpy".

        01 WS-CERT-PGM           PIC X(7) VALUE 'DB2CERT'.

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

        01 WS-CTX-FILE-STATUS    PIC XX.
           88 WS-CTX-FILE-OK         VALUE '00'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are not set
        01 WS-INPUT-FILE-NAME    PIC X(100) VALUE 'certin.txt'.
        01 WS-REJECT-FILE-NAME   PIC X(100) VALUE 'certrej.txt'.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CRTB SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CRTB: INSIDE CERTIFICATION BATCH DRIVER"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT.

           OPEN INPUT CERT-TX-FILE.
           IF NOT WS-CTX-FILE-OK
               DISPLAY "DB2CRTB: UNABLE TO OPEN " WS-INPUT-FILE-NAME
                   " - FILE STATUS " WS-CTX-FILE-STATUS
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
               DISPLAY "DB2CRTB: *** NO TRAILER RECORD FOUND ***"
               SET WS-RECON-BREAK TO TRUE
           END-IF

            CLOSE CERT-TX-FILE
            CLOSE REJECT-FILE

           DISPLAY "DB2CRTB: ============ RUN SUMMARY ============"
           DISPLAY "DB2CRTB: ADDS PROCESSED      : " WS-ACT-ADD
           DISPLAY "DB2CRTB: UPDATES PROCESSED   : " WS-ACT-UPDATE
           DISPLAY "DB2CRTB: DELETES PROCESSED   : " WS-ACT-DELETE
           DISPLAY "DB2CRTB: TOTAL TRANSACTIONS  : " WS-ACT-TOTAL
           DISPLAY "DB2CRTB: -------------------------------------"
           DISPLAY "DB2CRTB: SUCCESSFUL          : " WS-SUCCESS-COUNT
           DISPLAY "DB2CRTB: FAILED              : " WS-FAIL-COUNT
           DISPLAY "DB2CRTB: REJECTED            : " WS-REJECT-COUNT
           DISPLAY "DB2CRTB: ======================================="

           IF WS-FAIL-COUNT > 0 OR WS-RECON-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "DB2CRTB: EXITING CERTIFICATION BATCH DRIVER"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2CRTB-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-INPUT-FILE-NAME
              FROM ENVIRONMENT "DB2CRTB_INPUT_FILE"
           IF WS-INPUT-FILE-NAME = SPACE
               MOVE 'certin.txt' TO WS-INPUT-FILE-NAME
           END-IF

           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT "DB2CRTB_REJECT_FILE"
           IF WS-REJECT-FILE-NAME = SPACE
               MOVE 'certrej.txt' TO WS-REJECT-FILE-NAME
           END-IF

           DISPLAY "DB2CRTB: INPUT FILE  = " WS-INPUT-FILE-NAME
           DISPLAY "DB2CRTB: REJECT FILE = " WS-REJECT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-CERT-TX
           READ CERT-TX-FILE INTO CPY-CERT-TX
           AT END
               DISPLAY "DB2CRTB: INPUT FILE IS EMPTY - NO HEADER RECORD"
               SET WS-EOF TO TRUE
           NOT AT END
               IF CPY-CTX-HEADER
                   MOVE CPY-CTX-HDR-RUN-DATE TO WS-RUN-DATE
                   DISPLAY "DB2CRTB: BATCH RUN DATE " WS-RUN-DATE
               ELSE
                   DISPLAY "DB2CRTB: *** FIRST RECORD NOT A HEADER ***"
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
           INITIALIZE CPY-CERT-TX
           READ CERT-TX-FILE INTO CPY-CERT-TX
           AT END
               SET WS-EOF TO TRUE
           NOT AT END
               IF NOT WS-CTX-FILE-OK
                   DISPLAY "DB2CRTB: *** READ ERROR - FILE STATUS "
                       WS-CTX-FILE-STATUS " ***"
                   SET WS-RECON-BREAK TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   EVALUATE TRUE
                     WHEN CPY-CTX-TRAILER
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
           MOVE CPY-CTX-TRL-TOTAL-COUNT  TO WS-EXP-TOTAL
           MOVE CPY-CTX-TRL-ADD-COUNT    TO WS-EXP-ADD
           MOVE CPY-CTX-TRL-UPDATE-COUNT TO WS-EXP-UPDATE
           MOVE CPY-CTX-TRL-DELETE-COUNT TO WS-EXP-DELETE

           IF WS-ACT-TOTAL  NOT = WS-EXP-TOTAL  OR
              WS-ACT-ADD    NOT = WS-EXP-ADD    OR
              WS-ACT-UPDATE NOT = WS-EXP-UPDATE OR
              WS-ACT-DELETE NOT = WS-EXP-DELETE
               DISPLAY "DB2CRTB: *** TRAILER RECONCILIATION BREAK ***"
               DISPLAY "DB2CRTB: EXPECTED TOTAL/ADD/UPD/DEL = "
                   WS-EXP-TOTAL " " WS-EXP-ADD " "
                   WS-EXP-UPDATE " " WS-EXP-DELETE
               DISPLAY "DB2CRTB: ACTUAL   TOTAL/ADD/UPD/DEL = "
                   WS-ACT-TOTAL " " WS-ACT-ADD " "
                   WS-ACT-UPDATE " " WS-ACT-DELETE
               SET WS-RECON-BREAK TO TRUE
           ELSE
               DISPLAY "DB2CRTB: TRAILER RECONCILIATION OK - "
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
               DISPLAY "DB2CRTB: EDIT VALIDATION FAILED FOR EMPNO "
                   CPY-CTX-EMPNO
               MOVE "K002" TO REJ-REASON-CODE
               MOVE "FAILED FIELD-LEVEL EDIT VALIDATION"
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE
           EVALUATE TRUE
             WHEN CPY-CTX-ADD
               ADD 1 TO WS-ACT-ADD
               PERFORM CALL-DB2CERT THRU CALL-DB2CERT-EXIT
             WHEN CPY-CTX-UPDATE
               ADD 1 TO WS-ACT-UPDATE
               PERFORM CALL-DB2CERT THRU CALL-DB2CERT-EXIT
             WHEN CPY-CTX-DELETE
               ADD 1 TO WS-ACT-DELETE
               PERFORM CALL-DB2CERT THRU CALL-DB2CERT-EXIT
             WHEN OTHER
               DISPLAY "NOT A VALID OPERATION"
               MOVE "K001" TO REJ-REASON-CODE
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
       CALL-DB2CERT SECTION.
      *>------------------------------------------------------------------------
      *>    DB2CERT carries its own operation/status bytes on
      *>    CPY-CERT-REC, so the transaction image is mapped onto
      *>    the linkage record before the call and the outcome copied
      *>    back afterwards for tallying
           INITIALIZE CPY-CERT-REC
           MOVE CPY-CTX-OPERATION   TO CPY-CERT-OPERATION
           MOVE CPY-CTX-EMPNO       TO CPY-CERT-EMPNO
           MOVE CPY-CTX-CODE        TO CPY-CERT-CODE
           MOVE CPY-CTX-ISSUE-DATE  TO CPY-CERT-ISSUE-DATE
           MOVE CPY-CTX-EXPIRY-DATE TO CPY-CERT-EXPIRY-DATE
           MOVE CPY-CTX-ISSUER      TO CPY-CERT-ISSUER

           CALL WS-CERT-PGM USING CPY-CERT-REC END-CALL

           MOVE CPY-CERT-STATUS TO CPY-CTX-STATUS
           MOVE CPY-CERT-REASON TO CPY-CTX-REASON

           EVALUATE TRUE
             WHEN CPY-CTX-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
             WHEN CPY-CTX-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           .
       CALL-DB2CERT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VALIDATE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    DELETE transactions only carry the EMPNO and code; ADD
      *>    and UPDATE must carry a usable issue date, and an expiry
      *>    that is either zero (worked out from the code, or never)
      *>    or not before the issue date
           SET WS-RECORD-VALID TO TRUE

           IF CPY-CTX-EMPNO = SPACES
           OR CPY-CTX-CODE = SPACES
               SET WS-RECORD-INVALID TO TRUE
           END-IF

           IF CPY-CTX-ADD OR CPY-CTX-UPDATE
               IF CPY-CTX-ISSUE-DATE NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
               IF CPY-CTX-ISSUE-DATE = 0
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
               END-IF
               IF CPY-CTX-EXPIRY-DATE NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
               IF CPY-CTX-EXPIRY-DATE > 0
               AND CPY-CTX-ISSUE-DATE IS NUMERIC
               AND CPY-CTX-EXPIRY-DATE < CPY-CTX-ISSUE-DATE
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
               END-IF
           END-IF
           .
       VALIDATE-INPUT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-CERT-TX TO REJ-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       WRITE-REJECT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2CRTB.

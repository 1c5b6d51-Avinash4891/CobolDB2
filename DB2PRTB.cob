      *>************************************************************************
      *>  SAMPLE PERFORMANCE RATING BATCH DRIVER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2PRTB.cob
      *>
      *> Purpose:      PERFORMANCE-RATING Batch CRUD Driver
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - batch ADD/UPDATE/DELETE of performance ratings
      *>                 from a transaction file - the year's review
      *>                 cycle loaded in one go - dispatched to DB2PRAT
      *>                 the same way DB2ESTB dispatches employee-status
      *>                 transactions
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
       PROGRAM-ID. DB2PRTB.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PRAT-TX-FILE ASSIGN TO WS-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTX-FILE-STATUS.

        SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRAT-TX-FILE.
         COPY "PRTDB2CO.cpy".

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(30).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

         COPY "CPYPRAT.cpy".

        01 WS-PRAT-PGM           PIC X(7) VALUE 'DB2PRAT'.

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

        01 WS-PTX-FILE-STATUS    PIC XX.
           88 WS-PTX-FILE-OK         VALUE '00'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are not set
        01 WS-INPUT-FILE-NAME    PIC X(100) VALUE 'ratein.txt'.
        01 WS-REJECT-FILE-NAME   PIC X(100) VALUE 'raterej.txt'.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2PRTB SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2PRTB: INSIDE PERFORMANCE RATING BATCH DRIVER"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT.

           OPEN INPUT PRAT-TX-FILE.
           IF NOT WS-PTX-FILE-OK
               DISPLAY "DB2PRTB: UNABLE TO OPEN " WS-INPUT-FILE-NAME
                   " - FILE STATUS " WS-PTX-FILE-STATUS
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
               DISPLAY "DB2PRTB: *** NO TRAILER RECORD FOUND ***"
               SET WS-RECON-BREAK TO TRUE
           END-IF

            CLOSE PRAT-TX-FILE
            CLOSE REJECT-FILE

           DISPLAY "DB2PRTB: ============ RUN SUMMARY ============"
           DISPLAY "DB2PRTB: ADDS PROCESSED      : " WS-ACT-ADD
           DISPLAY "DB2PRTB: UPDATES PROCESSED   : " WS-ACT-UPDATE
           DISPLAY "DB2PRTB: DELETES PROCESSED   : " WS-ACT-DELETE
           DISPLAY "DB2PRTB: TOTAL TRANSACTIONS  : " WS-ACT-TOTAL
           DISPLAY "DB2PRTB: -------------------------------------"
           DISPLAY "DB2PRTB: SUCCESSFUL          : " WS-SUCCESS-COUNT
           DISPLAY "DB2PRTB: FAILED              : " WS-FAIL-COUNT
           DISPLAY "DB2PRTB: REJECTED            : " WS-REJECT-COUNT
           DISPLAY "DB2PRTB: ======================================="

           IF WS-FAIL-COUNT > 0 OR WS-RECON-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "DB2PRTB: EXITING PERFORMANCE RATING BATCH DRIVER"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2PRTB-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-INPUT-FILE-NAME
              FROM ENVIRONMENT "DB2PRTB_INPUT_FILE"
           IF WS-INPUT-FILE-NAME = SPACE
               MOVE 'ratein.txt' TO WS-INPUT-FILE-NAME
           END-IF

           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT "DB2PRTB_REJECT_FILE"
           IF WS-REJECT-FILE-NAME = SPACE
               MOVE 'raterej.txt' TO WS-REJECT-FILE-NAME
           END-IF

           DISPLAY "DB2PRTB: INPUT FILE  = " WS-INPUT-FILE-NAME
           DISPLAY "DB2PRTB: REJECT FILE = " WS-REJECT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-PRAT-TX
           READ PRAT-TX-FILE INTO CPY-PRAT-TX
           AT END
               DISPLAY "DB2PRTB: INPUT FILE IS EMPTY - NO HEADER RECORD"
               SET WS-EOF TO TRUE
           NOT AT END
               IF CPY-PTX-HEADER
                   MOVE CPY-PTX-HDR-RUN-DATE TO WS-RUN-DATE
                   DISPLAY "DB2PRTB: BATCH RUN DATE " WS-RUN-DATE
               ELSE
                   DISPLAY "DB2PRTB: *** FIRST RECORD NOT A HEADER ***"
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
           INITIALIZE CPY-PRAT-TX
           READ PRAT-TX-FILE INTO CPY-PRAT-TX
           AT END
               SET WS-EOF TO TRUE
           NOT AT END
               IF NOT WS-PTX-FILE-OK
                   DISPLAY "DB2PRTB: *** READ ERROR - FILE STATUS "
                       WS-PTX-FILE-STATUS " ***"
                   SET WS-RECON-BREAK TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   EVALUATE TRUE
                     WHEN CPY-PTX-TRAILER
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
           MOVE CPY-PTX-TRL-TOTAL-COUNT  TO WS-EXP-TOTAL
           MOVE CPY-PTX-TRL-ADD-COUNT    TO WS-EXP-ADD
           MOVE CPY-PTX-TRL-UPDATE-COUNT TO WS-EXP-UPDATE
           MOVE CPY-PTX-TRL-DELETE-COUNT TO WS-EXP-DELETE

           IF WS-ACT-TOTAL  NOT = WS-EXP-TOTAL  OR
              WS-ACT-ADD    NOT = WS-EXP-ADD    OR
              WS-ACT-UPDATE NOT = WS-EXP-UPDATE OR
              WS-ACT-DELETE NOT = WS-EXP-DELETE
               DISPLAY "DB2PRTB: *** TRAILER RECONCILIATION BREAK ***"
               DISPLAY "DB2PRTB: EXPECTED TOTAL/ADD/UPD/DEL = "
                   WS-EXP-TOTAL " " WS-EXP-ADD " "
                   WS-EXP-UPDATE " " WS-EXP-DELETE
               DISPLAY "DB2PRTB: ACTUAL   TOTAL/ADD/UPD/DEL = "
                   WS-ACT-TOTAL " " WS-ACT-ADD " "
                   WS-ACT-UPDATE " " WS-ACT-DELETE
               SET WS-RECON-BREAK TO TRUE
           ELSE
               DISPLAY "DB2PRTB: TRAILER RECONCILIATION OK - "
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
               DISPLAY "DB2PRTB: EDIT VALIDATION FAILED FOR EMPNO "
                   CPY-PTX-EMPNO
               MOVE "S002" TO REJ-REASON-CODE
               MOVE "FAILED FIELD-LEVEL EDIT VALIDATION"
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE
           EVALUATE TRUE
             WHEN CPY-PTX-ADD
               ADD 1 TO WS-ACT-ADD
               PERFORM CALL-DB2PRAT THRU CALL-DB2PRAT-EXIT
             WHEN CPY-PTX-UPDATE
               ADD 1 TO WS-ACT-UPDATE
               PERFORM CALL-DB2PRAT THRU CALL-DB2PRAT-EXIT
             WHEN CPY-PTX-DELETE
               ADD 1 TO WS-ACT-DELETE
               PERFORM CALL-DB2PRAT THRU CALL-DB2PRAT-EXIT
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
       CALL-DB2PRAT SECTION.
      *>------------------------------------------------------------------------
      *>    DB2PRAT carries its own operation/status bytes on
      *>    CPY-PERFRATE-REC, so the transaction image is mapped onto
      *>    the linkage record before the call and the outcome copied
      *>    back afterwards for tallying
           INITIALIZE CPY-PERFRATE-REC
           MOVE CPY-PTX-OPERATION   TO CPY-PRAT-OPERATION
           MOVE CPY-PTX-EMPNO       TO CPY-PRAT-EMPNO
           MOVE CPY-PTX-YEAR        TO CPY-PRAT-YEAR
           MOVE CPY-PTX-RATING      TO CPY-PRAT-RATING
           MOVE CPY-PTX-REVIEW-DATE TO CPY-PRAT-REVIEW-DATE
           MOVE CPY-PTX-REVIEWER    TO CPY-PRAT-REVIEWER

           CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL

           MOVE CPY-PRAT-STATUS TO CPY-PTX-STATUS
           MOVE CPY-PRAT-REASON TO CPY-PTX-REASON

           EVALUATE TRUE
             WHEN CPY-PTX-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
             WHEN CPY-PTX-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           .
       CALL-DB2PRAT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VALIDATE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    DELETE transactions only carry the EMPNO and year; ADD and
      *>    UPDATE must carry a rating on the 1-5 scale and a usable
      *>    review date or the merit matrix cannot be applied to them
           SET WS-RECORD-VALID TO TRUE

           IF CPY-PTX-EMPNO = SPACES
               SET WS-RECORD-INVALID TO TRUE
           END-IF

           IF CPY-PTX-YEAR NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           END-IF

           IF CPY-PTX-ADD OR CPY-PTX-UPDATE
               IF CPY-PTX-RATING NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
               ELSE
               IF CPY-PTX-RATING < 1 OR CPY-PTX-RATING > 5
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
               END-IF
               IF CPY-PTX-REVIEW-DATE NOT NUMERIC
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
           MOVE CPY-PRAT-TX TO REJ-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       WRITE-REJECT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2PRTB.

      *>************************************************************************
      *>  SAMPLE LEAVE USAGE BATCH DRIVER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LVTB.cob
      *>
      *> Purpose:      LEAVE USAGE Batch Driver
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - batch posting of leave taken and of manual
      *>                 balance adjustments from a transaction file -
      *>                 the leave sheets the departments send in -
      *>                 dispatched to the leave ledger (DB2LVLG) the
      *>                 same way DB2CRTB dispatches certifications
      *>               - leave beyond the balance is refused by the
      *>                 ledger and counted as a failure for follow-up
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
       PROGRAM-ID. DB2LVTB.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LEAVE-TX-FILE ASSIGN TO WS-INPUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LTX-FILE-STATUS.

        SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-TX-FILE.
         COPY "LTXDB2CO.cpy".

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(46).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-TEXT       PIC X(40).

       WORKING-STORAGE SECTION.

         COPY "CPYLVLG.cpy".

        01 WS-LVLG-PGM           PIC X(7) VALUE 'DB2LVLG'.

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
           05 WS-EXP-USAGE       PIC 9(7) VALUE 0.
           05 WS-EXP-ADJUST      PIC 9(7) VALUE 0.

        01 WS-OUTCOME-COUNTS.
           05 WS-SUCCESS-COUNT   PIC 9(7) VALUE 0.
           05 WS-FAIL-COUNT      PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT    PIC 9(7) VALUE 0.

        01 WS-ACTUAL-COUNTS.
           05 WS-ACT-TOTAL       PIC 9(7) VALUE 0.
           05 WS-ACT-USAGE       PIC 9(7) VALUE 0.
           05 WS-ACT-ADJUST      PIC 9(7) VALUE 0.

        01 WS-RECORD-VALID-SW    PIC X VALUE 'Y'.
           88 WS-RECORD-VALID       VALUE 'Y'.
           88 WS-RECORD-INVALID     VALUE 'N'.

        01 WS-LTX-FILE-STATUS    PIC XX.
           88 WS-LTX-FILE-OK         VALUE '00'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are not set
        01 WS-INPUT-FILE-NAME    PIC X(100) VALUE 'lvusein.txt'.
        01 WS-REJECT-FILE-NAME   PIC X(100) VALUE 'lvuserej.txt'.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2LVTB SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LVTB: INSIDE LEAVE USAGE BATCH DRIVER"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT.

           OPEN INPUT LEAVE-TX-FILE.
           IF NOT WS-LTX-FILE-OK
               DISPLAY "DB2LVTB: UNABLE TO OPEN " WS-INPUT-FILE-NAME
                   " - FILE STATUS " WS-LTX-FILE-STATUS
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
               DISPLAY "DB2LVTB: *** NO TRAILER RECORD FOUND ***"
               SET WS-RECON-BREAK TO TRUE
           END-IF

            CLOSE LEAVE-TX-FILE
            CLOSE REJECT-FILE

           DISPLAY "DB2LVTB: ============ RUN SUMMARY ============"
           DISPLAY "DB2LVTB: USAGE PROCESSED     : " WS-ACT-USAGE
           DISPLAY "DB2LVTB: ADJUSTMENTS         : " WS-ACT-ADJUST
           DISPLAY "DB2LVTB: TOTAL TRANSACTIONS  : " WS-ACT-TOTAL
           DISPLAY "DB2LVTB: -------------------------------------"
           DISPLAY "DB2LVTB: SUCCESSFUL          : " WS-SUCCESS-COUNT
           DISPLAY "DB2LVTB: FAILED              : " WS-FAIL-COUNT
           DISPLAY "DB2LVTB: REJECTED            : " WS-REJECT-COUNT
           DISPLAY "DB2LVTB: ======================================="

           IF WS-FAIL-COUNT > 0 OR WS-RECON-BREAK
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "DB2LVTB: EXITING LEAVE USAGE BATCH DRIVER"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2LVTB-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-INPUT-FILE-NAME
              FROM ENVIRONMENT "DB2LVTB_INPUT_FILE"
           IF WS-INPUT-FILE-NAME = SPACE
               MOVE 'lvusein.txt' TO WS-INPUT-FILE-NAME
           END-IF

           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT "DB2LVTB_REJECT_FILE"
           IF WS-REJECT-FILE-NAME = SPACE
               MOVE 'lvuserej.txt' TO WS-REJECT-FILE-NAME
           END-IF

           DISPLAY "DB2LVTB: INPUT FILE  = " WS-INPUT-FILE-NAME
           DISPLAY "DB2LVTB: REJECT FILE = " WS-REJECT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HEADER-RECORD SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-LEAVE-TX
           READ LEAVE-TX-FILE INTO CPY-LEAVE-TX
           AT END
               DISPLAY "DB2LVTB: INPUT FILE IS EMPTY - NO HEADER RECORD"
               SET WS-EOF TO TRUE
           NOT AT END
               IF CPY-LTX-HEADER
                   MOVE CPY-LTX-HDR-RUN-DATE TO WS-RUN-DATE
                   DISPLAY "DB2LVTB: BATCH RUN DATE " WS-RUN-DATE
               ELSE
                   DISPLAY "DB2LVTB: *** FIRST RECORD NOT A HEADER ***"
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
           INITIALIZE CPY-LEAVE-TX
           READ LEAVE-TX-FILE INTO CPY-LEAVE-TX
           AT END
               SET WS-EOF TO TRUE
           NOT AT END
               IF NOT WS-LTX-FILE-OK
                   DISPLAY "DB2LVTB: *** READ ERROR - FILE STATUS "
                       WS-LTX-FILE-STATUS " ***"
                   SET WS-RECON-BREAK TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   EVALUATE TRUE
                     WHEN CPY-LTX-TRAILER
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
           MOVE CPY-LTX-TRL-TOTAL-COUNT  TO WS-EXP-TOTAL
           MOVE CPY-LTX-TRL-USAGE-COUNT  TO WS-EXP-USAGE
           MOVE CPY-LTX-TRL-ADJUST-COUNT TO WS-EXP-ADJUST

           IF WS-ACT-TOTAL  NOT = WS-EXP-TOTAL  OR
              WS-ACT-USAGE  NOT = WS-EXP-USAGE  OR
              WS-ACT-ADJUST NOT = WS-EXP-ADJUST
               DISPLAY "DB2LVTB: *** TRAILER RECONCILIATION BREAK ***"
               DISPLAY "DB2LVTB: EXPECTED TOTAL/USAGE/ADJUST = "
                   WS-EXP-TOTAL " " WS-EXP-USAGE " " WS-EXP-ADJUST
               DISPLAY "DB2LVTB: ACTUAL   TOTAL/USAGE/ADJUST = "
                   WS-ACT-TOTAL " " WS-ACT-USAGE " " WS-ACT-ADJUST
               SET WS-RECON-BREAK TO TRUE
           ELSE
               DISPLAY "DB2LVTB: TRAILER RECONCILIATION OK - "
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
           MOVE SPACE TO REJECT-RECORD

           PERFORM VALIDATE-INPUT-RECORD THRU VALIDATE-INPUT-RECORD-EXIT

           IF WS-RECORD-INVALID
               DISPLAY "DB2LVTB: EDIT VALIDATION FAILED FOR EMPNO "
                   CPY-LTX-EMPNO
               MOVE "K002" TO REJ-REASON-CODE
               MOVE "FAILED FIELD-LEVEL EDIT VALIDATION"
                 TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-EXIT
           ELSE
           EVALUATE TRUE
             WHEN CPY-LTX-USAGE
               ADD 1 TO WS-ACT-USAGE
               PERFORM CALL-DB2LVLG THRU CALL-DB2LVLG-EXIT
             WHEN CPY-LTX-ADJUSTMENT
               ADD 1 TO WS-ACT-ADJUST
               PERFORM CALL-DB2LVLG THRU CALL-DB2LVLG-EXIT
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
       CALL-DB2LVLG SECTION.
      *>------------------------------------------------------------------------
      *>    DB2LVLG carries its own operation/status bytes on
      *>    CPY-LEAVE-REC, so the transaction image is mapped onto
      *>    the linkage record before the call and the outcome copied
      *>    back afterwards for tallying
           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-POST TO TRUE
           MOVE CPY-LTX-OPERATION   TO CPY-LVLG-ENTRY-TYPE
           MOVE CPY-LTX-EMPNO       TO CPY-LVLG-EMPNO
           MOVE CPY-LTX-LEAVE-TYPE  TO CPY-LVLG-LEAVE-TYPE
           MOVE CPY-LTX-LEAVE-DATE (1:6) TO CPY-LVLG-PERIOD
           MOVE CPY-LTX-DAYS        TO CPY-LVLG-DAYS
           IF CPY-LTX-ADJUSTMENT AND CPY-LTX-SIGN = '-'
               COMPUTE CPY-LVLG-DAYS = 0 - CPY-LTX-DAYS
           END-IF
           MOVE CPY-LTX-REFERENCE   TO CPY-LVLG-REFERENCE

           CALL WS-LVLG-PGM USING CPY-LEAVE-REC END-CALL

           MOVE CPY-LVLG-STATUS TO CPY-LTX-STATUS
           MOVE CPY-LVLG-REASON TO CPY-LTX-REASON

           EVALUATE TRUE
             WHEN CPY-LTX-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
             WHEN CPY-LTX-FAIL
               ADD 1 TO WS-FAIL-COUNT
               IF CPY-LVLG-INSUFFICIENT
                   DISPLAY "DB2LVTB: EMPNO " CPY-LTX-EMPNO
                      " LEAVE TYPE " CPY-LTX-LEAVE-TYPE
                      " - NOT ENOUGH BALANCE, "
                      CPY-LVLG-BALANCE " DAY(S) LEFT"
               END-IF
           END-EVALUATE
           .
       CALL-DB2LVLG-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VALIDATE-INPUT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    every transaction needs the EMPNO, a leave type of V or
      *>    S, a usable date and a day count above zero; the sign
      *>    byte is only read on an adjustment
           SET WS-RECORD-VALID TO TRUE

           IF CPY-LTX-EMPNO = SPACES
           OR (NOT CPY-LTX-VACATION AND NOT CPY-LTX-SICK)
               SET WS-RECORD-INVALID TO TRUE
           END-IF

           IF CPY-LTX-LEAVE-DATE NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           ELSE
           IF CPY-LTX-LEAVE-DATE = 0
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           END-IF

           IF CPY-LTX-DAYS NOT NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           ELSE
           IF CPY-LTX-DAYS = 0
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           END-IF

           IF CPY-LTX-ADJUSTMENT
           AND CPY-LTX-SIGN NOT = '+' AND CPY-LTX-SIGN NOT = '-'
           AND CPY-LTX-SIGN NOT = SPACE
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           .
       VALIDATE-INPUT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-LEAVE-TX TO REJ-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .
       WRITE-REJECT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2LVTB.

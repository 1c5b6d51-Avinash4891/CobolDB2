      *>************************************************************************
      *>  SAMPLE OPEN REQUISITIONS AGING REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RQAG.cob
      *>
      *> Purpose:      Open-requisitions aging report
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the requisition store DB2REQN keeps and
      *>                 prints every requisition still open: number,
      *>                 WORKDEPT, JOB, the approved salary range, the
      *>                 approval date and how many days it has been
      *>                 open, so recruiting and Finance work from the
      *>                 same list
      *>               - ages the open requisitions into buckets (a
      *>                 month, two, three, longer) and totals them by
      *>                 department with the oldest in each; anything
      *>                 open past ninety days ends the run with a
      *>                 warning condition code
      *>               - filled and cancelled requisitions are counted
      *>                 on the console but not listed
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RQAG.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REQN-FILE ASSIGN TO WS-REQN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQN-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the requisition store - the same record DB2REQN maintains
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
              88 REQN-OPEN              VALUE 'O'.
              88 REQN-FILLED            VALUE 'F'.
              88 REQN-CANCELLED         VALUE 'C'.
           05 FILLER                PIC X(1).
           05 REQN-FILLED-EMPNO     PIC X(6).
           05 FILLER                PIC X(1).
           05 REQN-FILLED-DATE      PIC 9(8).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - the store name matches
      *> DB2REQN's own default and override variable
        01 WS-REQN-FILE-NAME     PIC X(100) VALUE 'requisn.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'reqnage.txt'.

        01 WS-REQN-FILE-STATUS   PIC XX.
           88 WS-REQN-FILE-FOUND     VALUE '00'.
        01 WS-REQN-EOF-SW        PIC X VALUE 'N'.
           88 WS-REQN-EOF            VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-TODAY-YYYY         PIC 9(4).
        01 WS-TODAY-MM           PIC 9(2).
        01 WS-TODAY-DD           PIC 9(2).
        01 WS-APPR-YYYY          PIC 9(4).
        01 WS-APPR-MM            PIC 9(2).
        01 WS-APPR-DD            PIC 9(2).
      *> calendar-rough day count (years at 365, months at 30), the
      *> same reckoning the outstanding-approvals report ages by
        01 WS-DAYS-OPEN          PIC S9(7) VALUE 0.

        01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
        01 WS-FILLED-COUNT       PIC 9(5) VALUE 0.
        01 WS-CANCEL-COUNT       PIC 9(5) VALUE 0.
        01 WS-MONTH-COUNT        PIC 9(5) VALUE 0.
        01 WS-TWO-COUNT          PIC 9(5) VALUE 0.
        01 WS-THREE-COUNT        PIC 9(5) VALUE 0.
        01 WS-OLDER-COUNT        PIC 9(5) VALUE 0.

      *> open requisitions by department, with the oldest in each
        01 WS-DPT-COUNT          PIC 9(4) VALUE 0.
        01 WS-DPT-MAX            PIC 9(4) VALUE 500.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
              10 WS-DPT-OPEN        PIC 9(5).
              10 WS-DPT-OLDEST      PIC S9(7).
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-DPT-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-DPT-OVERFLOW        VALUE 'Y'.

        01 WS-RPT-HDR-LINE.
           05 FILLER                PIC X(41)
              VALUE "DB2RQAG - OPEN REQUISITIONS AGED AS OF ".
           05 WS-RPT-HDR-DATE       PIC 9(8).
           05 FILLER                PIC X(83) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(08) VALUE "REQN".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "JOB".
           05 FILLER PIC X(14) VALUE "  SALARY MIN".
           05 FILLER PIC X(14) VALUE "  SALARY MAX".
           05 FILLER PIC X(10) VALUE "APPROVED".
           05 FILLER PIC X(11) VALUE "DAYS OPEN".
           05 FILLER PIC X(59) VALUE "AGE".

        01 WS-DETAIL-LINE.
           05 WS-DTL-REQN-NO        PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-WORKDEPT       PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-JOB            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-MIN            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-MAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-APPR-DATE      PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-DAYS           PIC ----9.
           05 FILLER                PIC X(6)  VALUE SPACES.
           05 WS-DTL-BUCKET         PIC X(12).
           05 FILLER                PIC X(47) VALUE SPACES.

        01 WS-DPT-HDG-LINE.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "   OPEN".
           05 FILLER PIC X(118) VALUE "  OLDEST (DAYS)".

        01 WS-DPT-LINE.
           05 WS-DPL-DEPTNO         PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DPL-OPEN           PIC ZZZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DPL-OLDEST         PIC ------9.
           05 FILLER                PIC X(109) VALUE SPACES.

        01 WS-TOTAL-LINE.
           05 FILLER                PIC X(06)
              VALUE "OPEN: ".
           05 WS-TOT-OPEN           PIC ZZZZ9.
           05 FILLER                PIC X(13)
              VALUE "  0-30 DAYS: ".
           05 WS-TOT-MONTH          PIC ZZZZ9.
           05 FILLER                PIC X(08)
              VALUE "  31-60:".
           05 WS-TOT-TWO            PIC ZZZZ9.
           05 FILLER                PIC X(08)
              VALUE "  61-90:".
           05 WS-TOT-THREE          PIC ZZZZ9.
           05 FILLER                PIC X(11)
              VALUE "  OVER 90: ".
           05 WS-TOT-OLDER          PIC ZZZZ9.
           05 FILLER                PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RQAG SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2RQAG: INSIDE OPEN REQUISITIONS AGING REPORT"

           ACCEPT WS-REQN-FILE-NAME
              FROM ENVIRONMENT "DB2REQN_MASTER_FILE"
           IF WS-REQN-FILE-NAME = SPACE
               MOVE 'requisn.txt' TO WS-REQN-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2RQAG_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'reqnage.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:4) TO WS-TODAY-YYYY
           MOVE WS-RUN-DATE (5:2) TO WS-TODAY-MM
           MOVE WS-RUN-DATE (7:2) TO WS-TODAY-DD

           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
           MOVE WS-RPT-HDR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT REQN-FILE
           IF WS-REQN-FILE-FOUND
               PERFORM REPORT-ONE-REQUISITION
                  THRU REPORT-ONE-REQUISITION-EXIT
                  UNTIL WS-REQN-EOF
               CLOSE REQN-FILE
           ELSE
               DISPLAY "DB2RQAG: NO REQUISITION STORE ON FILE -"
                  " NOTHING IS OPEN"
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-COUNT  TO WS-TOT-OPEN
           MOVE WS-MONTH-COUNT TO WS-TOT-MONTH
           MOVE WS-TWO-COUNT   TO WS-TOT-TWO
           MOVE WS-THREE-COUNT TO WS-TOT-THREE
           MOVE WS-OLDER-COUNT TO WS-TOT-OLDER
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-DEPT-TOTALS THRU WRITE-DEPT-TOTALS-EXIT

           CLOSE REPORT-FILE

           DISPLAY "DB2RQAG: ====== OPEN REQUISITIONS SUMMARY ======="
           DISPLAY "DB2RQAG: STILL OPEN          : " WS-OPEN-COUNT
           DISPLAY "DB2RQAG: OPEN 0-30 DAYS      : " WS-MONTH-COUNT
           DISPLAY "DB2RQAG: OPEN 31-60          : " WS-TWO-COUNT
           DISPLAY "DB2RQAG: OPEN 61-90          : " WS-THREE-COUNT
           DISPLAY "DB2RQAG: OPEN OVER 90        : " WS-OLDER-COUNT
           DISPLAY "DB2RQAG: FILLED (NOT LISTED) : " WS-FILLED-COUNT
           DISPLAY "DB2RQAG: CANCELLED (NOT LIST): " WS-CANCEL-COUNT
           DISPLAY "DB2RQAG: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2RQAG: ======================================"

           IF WS-OLDER-COUNT > 0 OR WS-DPT-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2RQAG: EXITING OPEN REQUISITIONS AGING REPORT"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2RQAG-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REPORT-ONE-REQUISITION SECTION.
      *>------------------------------------------------------------------------
           READ REQN-FILE
             AT END
               SET WS-REQN-EOF TO TRUE
               GO TO REPORT-ONE-REQUISITION-EXIT
           END-READ

           EVALUATE TRUE
             WHEN REQN-FILLED
               ADD 1 TO WS-FILLED-COUNT
               GO TO REPORT-ONE-REQUISITION-EXIT
             WHEN REQN-CANCELLED
               ADD 1 TO WS-CANCEL-COUNT
               GO TO REPORT-ONE-REQUISITION-EXIT
             WHEN OTHER
               ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           MOVE 0 TO WS-DAYS-OPEN
           IF REQN-APPR-DATE IS NUMERIC
           AND REQN-APPR-DATE > 0
               MOVE REQN-APPR-DATE (1:4) TO WS-APPR-YYYY
               MOVE REQN-APPR-DATE (5:2) TO WS-APPR-MM
               MOVE REQN-APPR-DATE (7:2) TO WS-APPR-DD
               COMPUTE WS-DAYS-OPEN =
                   (WS-TODAY-YYYY - WS-APPR-YYYY) * 365
                 + (WS-TODAY-MM   - WS-APPR-MM)   * 30
                 + (WS-TODAY-DD   - WS-APPR-DD)
           END-IF

           MOVE REQN-NO         TO WS-DTL-REQN-NO
           MOVE REQN-WORKDEPT   TO WS-DTL-WORKDEPT
           MOVE REQN-JOB        TO WS-DTL-JOB
           MOVE REQN-MIN-SALARY TO WS-DTL-MIN
           MOVE REQN-MAX-SALARY TO WS-DTL-MAX
           MOVE REQN-APPR-DATE  TO WS-DTL-APPR-DATE
           MOVE WS-DAYS-OPEN    TO WS-DTL-DAYS

           EVALUATE TRUE
             WHEN WS-DAYS-OPEN <= 30
               ADD 1 TO WS-MONTH-COUNT
               MOVE "THIS MONTH" TO WS-DTL-BUCKET
             WHEN WS-DAYS-OPEN <= 60
               ADD 1 TO WS-TWO-COUNT
               MOVE "31-60 DAYS" TO WS-DTL-BUCKET
             WHEN WS-DAYS-OPEN <= 90
               ADD 1 TO WS-THREE-COUNT
               MOVE "61-90 DAYS" TO WS-DTL-BUCKET
             WHEN OTHER
               ADD 1 TO WS-OLDER-COUNT
               MOVE "*OVER 90*" TO WS-DTL-BUCKET
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM COUNT-IN-DEPT THRU COUNT-IN-DEPT-EXIT
           .
       REPORT-ONE-REQUISITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COUNT-IN-DEPT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-DPT-DEPTNO (WS-DPT-IDX) = REQN-WORKDEPT
                   SET WS-MATCH-SLOT TO WS-DPT-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT = 0
               IF WS-DPT-COUNT >= WS-DPT-MAX
                   IF NOT WS-DPT-OVERFLOW
                       DISPLAY "DB2RQAG: DEPARTMENT TABLE FULL -"
                          " DEPARTMENT TOTALS ARE INCOMPLETE"
                   END-IF
                   SET WS-DPT-OVERFLOW TO TRUE
                   GO TO COUNT-IN-DEPT-EXIT
               END-IF
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-MATCH-SLOT
               MOVE REQN-WORKDEPT TO WS-DPT-DEPTNO (WS-MATCH-SLOT)
               MOVE 0 TO WS-DPT-OPEN (WS-MATCH-SLOT)
               MOVE WS-DAYS-OPEN TO WS-DPT-OLDEST (WS-MATCH-SLOT)
           END-IF

           ADD 1 TO WS-DPT-OPEN (WS-MATCH-SLOT)
           IF WS-DAYS-OPEN > WS-DPT-OLDEST (WS-MATCH-SLOT)
               MOVE WS-DAYS-OPEN TO WS-DPT-OLDEST (WS-MATCH-SLOT)
           END-IF
           .
       COUNT-IN-DEPT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-TOTALS SECTION.
      *>------------------------------------------------------------------------
           IF WS-DPT-COUNT = 0
               GO TO WRITE-DEPT-TOTALS-EXIT
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DPT-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-DPL-DEPTNO
               MOVE WS-DPT-OPEN (WS-DPT-IDX)   TO WS-DPL-OPEN
               MOVE WS-DPT-OLDEST (WS-DPT-IDX) TO WS-DPL-OLDEST
               MOVE WS-DPT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           .
       WRITE-DEPT-TOTALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2RQAG.

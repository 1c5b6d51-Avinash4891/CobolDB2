      *>************************************************************************
      *>  SAMPLE PERFORMANCE RATING MASTER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2PRAT.cob
      *>
      *> Purpose:      PERFORMANCE-RATING Master CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the performance-
      *>                 rating store, keyed by EMPNO and review year:
      *>                 the rating (1 lowest to 5 highest), the date the
      *>                 review was signed and the reviewer's EMPNO
      *>               - one record per person per year, so earlier
      *>                 years stay on the store as the rating history
      *>               - called with CPY-PRAT-SELECT by the merit
      *>                 planning run DB2MERT, and maintained through
      *>                 the batch driver DB2PRTB and through DB2ONLN
      *>               - the store is an indexed file keyed on EMPNO and
      *>                 review year; each call reads, writes, rewrites
      *>                 or deletes the one record directly
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file held in
      *>              a 30,000-entry table to an indexed file keyed on
      *>              EMPNO and review year with direct keyed access
      *>              (default perfrate.dat; DB2IDXC loads it from the
      *>              old flat file). The record layout moves to the
      *>              shared RATDB2CO.cpy copybook.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2PRAT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PRAT-FILE ASSIGN TO WS-PRAT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRAT-KEY
        FILE STATUS IS WS-PRAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRAT-FILE.
        COPY "RATDB2CO.cpy".

       WORKING-STORAGE SECTION.

      *> runtime-overridable master store name - defaults to a fixed
      *> name when the environment variable is unset
        01 WS-PRAT-FILE-NAME     PIC X(100) VALUE 'perfrate.dat'.

        01 WS-PRAT-FILE-STATUS   PIC XX.
           88 WS-PRAT-FILE-OK        VALUE '00'.
           88 WS-PRAT-FILE-MISSING   VALUE '35'.

        01 WS-PRAT-OPEN-SW       PIC X VALUE 'N'.
           88 WS-PRAT-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
        COPY "CPYPRAT.cpy".

       PROCEDURE DIVISION USING CPY-PERFRATE-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2PRAT SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2PRAT: INSIDE PERFORMANCE RATING MODULE"

           ACCEPT WS-PRAT-FILE-NAME
              FROM ENVIRONMENT "DB2PRAT_MASTER_FILE"
           IF WS-PRAT-FILE-NAME = SPACE
               MOVE 'perfrate.dat' TO WS-PRAT-FILE-NAME
           END-IF

           MOVE SPACE TO CPY-PRAT-REASON
           PERFORM OPEN-MASTER-FILE THRU OPEN-MASTER-FILE-EXIT

      *>    a missing store is reported through CPY-PRAT-NO-MASTER so
      *>    a caller can tell "no rating for the year" apart from "no
      *>    store to check against yet"; an ADD creates it
           IF NOT WS-PRAT-OPEN
               SET CPY-PRAT-FAIL TO TRUE
               IF WS-PRAT-FILE-MISSING
                   SET CPY-PRAT-NO-MASTER TO TRUE
                   DISPLAY "DB2PRAT: RATING MASTER " WS-PRAT-FILE-NAME
                      " NOT ON FILE"
               ELSE
                   DISPLAY "DB2PRAT: RATING MASTER OPEN FAILED, "
                      "STATUS " WS-PRAT-FILE-STATUS
                   SET CPY-PRAT-ERROR TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                 WHEN CPY-PRAT-ADD
                   PERFORM ADD-RATING THRU ADD-RATING-EXIT
                 WHEN CPY-PRAT-UPDATE
                   PERFORM UPDATE-RATING THRU UPDATE-RATING-EXIT
                 WHEN CPY-PRAT-DELETE
                   PERFORM DELETE-RATING THRU DELETE-RATING-EXIT
                 WHEN CPY-PRAT-SELECT
                   PERFORM SELECT-RATING THRU SELECT-RATING-EXIT
                 WHEN OTHER
                   SET CPY-PRAT-FAIL TO TRUE
                   SET CPY-PRAT-ERROR TO TRUE
               END-EVALUATE
               CLOSE PRAT-FILE
               MOVE 'N' TO WS-PRAT-OPEN-SW
           END-IF

           DISPLAY "DB2PRAT: EXITING PERFORMANCE RATING MODULE"

           GOBACK

          .
       MAIN-DB2PRAT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-PRAT-OPEN-SW

           OPEN I-O PRAT-FILE
           IF WS-PRAT-FILE-MISSING AND CPY-PRAT-ADD
               OPEN OUTPUT PRAT-FILE
               IF WS-PRAT-FILE-OK
                   CLOSE PRAT-FILE
                   OPEN I-O PRAT-FILE
               END-IF
           END-IF

           IF WS-PRAT-FILE-OK
               SET WS-PRAT-OPEN TO TRUE
           END-IF
          .
       OPEN-MASTER-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-RATING-KEY SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES         TO PRAT-RECORD
           MOVE CPY-PRAT-EMPNO TO PRAT-EMPNO
           MOVE CPY-PRAT-YEAR  TO PRAT-YEAR
           READ PRAT-FILE
             KEY IS PRAT-KEY
           END-READ
          .
       READ-RATING-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES               TO PRAT-RECORD
           MOVE CPY-PRAT-EMPNO       TO PRAT-EMPNO
           MOVE CPY-PRAT-YEAR        TO PRAT-YEAR
           MOVE CPY-PRAT-RATING      TO PRAT-RATING
           MOVE CPY-PRAT-REVIEW-DATE TO PRAT-REVIEW-DATE
           MOVE CPY-PRAT-REVIEWER    TO PRAT-REVIEWER
          .
       BUILD-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-RATING SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-RATING-KEY THRU READ-RATING-KEY-EXIT

           IF WS-PRAT-FILE-OK
               DISPLAY "DB2PRAT: EMPNO/YEAR ALREADY ON RATING STORE -"
                  " REJECTED"
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-DUPLICATE TO TRUE
               GO TO ADD-RATING-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           WRITE PRAT-RECORD
           END-WRITE

           IF WS-PRAT-FILE-OK
               SET CPY-PRAT-SUCCESS TO TRUE
               SET CPY-PRAT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2PRAT: WRITE FAILED, STATUS "
                  WS-PRAT-FILE-STATUS
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-ERROR TO TRUE
           END-IF
          .
       ADD-RATING-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-RATING SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-RATING-KEY THRU READ-RATING-KEY-EXIT

           IF NOT WS-PRAT-FILE-OK
               DISPLAY "DB2PRAT: EMPNO/YEAR NOT ON RATING STORE"
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-NOT-FOUND TO TRUE
               GO TO UPDATE-RATING-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           REWRITE PRAT-RECORD
           END-REWRITE

           IF WS-PRAT-FILE-OK
               SET CPY-PRAT-SUCCESS TO TRUE
               SET CPY-PRAT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2PRAT: REWRITE FAILED, STATUS "
                  WS-PRAT-FILE-STATUS
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-ERROR TO TRUE
           END-IF
          .
       UPDATE-RATING-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-RATING SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-RATING-KEY THRU READ-RATING-KEY-EXIT

           IF NOT WS-PRAT-FILE-OK
               DISPLAY "DB2PRAT: EMPNO/YEAR NOT ON RATING STORE"
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-NOT-FOUND TO TRUE
               GO TO DELETE-RATING-EXIT
           END-IF

           DELETE PRAT-FILE RECORD
           END-DELETE

           IF WS-PRAT-FILE-OK
               SET CPY-PRAT-SUCCESS TO TRUE
               SET CPY-PRAT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2PRAT: DELETE FAILED, STATUS "
                  WS-PRAT-FILE-STATUS
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-ERROR TO TRUE
           END-IF
          .
       DELETE-RATING-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-RATING SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-RATING-KEY THRU READ-RATING-KEY-EXIT

           IF NOT WS-PRAT-FILE-OK
               SET CPY-PRAT-FAIL TO TRUE
               SET CPY-PRAT-NOT-FOUND TO TRUE
           ELSE
               IF PRAT-RATING IS NUMERIC
                   MOVE PRAT-RATING TO CPY-PRAT-RATING
               ELSE
                   MOVE 0 TO CPY-PRAT-RATING
               END-IF
               IF PRAT-REVIEW-DATE IS NUMERIC
                   MOVE PRAT-REVIEW-DATE TO CPY-PRAT-REVIEW-DATE
               ELSE
                   MOVE 0 TO CPY-PRAT-REVIEW-DATE
               END-IF
               MOVE PRAT-REVIEWER TO CPY-PRAT-REVIEWER
               SET CPY-PRAT-SUCCESS TO TRUE
               SET CPY-PRAT-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-RATING-EXIT.
          EXIT.

       END PROGRAM DB2PRAT.

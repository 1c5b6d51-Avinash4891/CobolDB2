      *>                 step to verify a transaction's job code, and by
      *>                 the interactive maintenance program (DB2ONLN) to
      *>                 maintain the master itself
      *>               - the store is an indexed file keyed on the job
      *>                 code; each call reads, writes, rewrites or
      *>                 deletes the one record directly, so there is
      *>                 no limit on how many codes it can hold
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              and the count while any remain; a shop calling
      *>              without a live DB2 connection gets the same
      *>              refusal rather than an unchecked delete.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file held in
      *>              a 500-entry table to an indexed file keyed on the
      *>              job code with direct keyed access (default
      *>              jobcode.dat; DB2IDXC loads it from the old flat
      *>              file). The record layout moves to JBCDB2CO.cpy.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT JOBC-FILE ASSIGN TO WS-JOBC-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JOBC-CODE
        FILE STATUS IS WS-JOBC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBC-FILE.
        COPY "JBCDB2CO.cpy".

       WORKING-STORAGE SECTION.

      *> runtime-overridable master store name - defaults to a fixed
      *> name when the environment variable is unset
        01 WS-JOBC-FILE-NAME     PIC X(100) VALUE 'jobcode.dat'.

        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

           88 WS-JOBC-FILE-OK        VALUE '00'.
           88 WS-JOBC-FILE-MISSING   VALUE '35'.

        01 WS-JOBC-OPEN-SW       PIC X VALUE 'N'.
           88 WS-JOBC-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
        COPY "CPYJOBC.cpy".
           ACCEPT WS-JOBC-FILE-NAME
              FROM ENVIRONMENT "DB2JOBC_MASTER_FILE"
           IF WS-JOBC-FILE-NAME = SPACE
               MOVE 'jobcode.dat' TO WS-JOBC-FILE-NAME
           END-IF

           PERFORM OPEN-MASTER-FILE THRU OPEN-MASTER-FILE-EXIT

           IF CPY-JOBC-NO-MASTER AND NOT CPY-JOBC-ADD
               SET CPY-JOBC-FAIL TO TRUE
               DISPLAY "DB2JOBC: JOB-CODE MASTER " WS-JOBC-FILE-NAME
                  " NOT ON FILE"
           ELSE
           IF NOT WS-JOBC-OPEN
               DISPLAY "DB2JOBC: JOB-CODE MASTER OPEN FAILED, STATUS "
                  WS-JOBC-FILE-STATUS
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                 WHEN CPY-JOBC-ADD
                   SET CPY-JOBC-ERROR TO TRUE
               END-EVALUATE
           END-IF
           END-IF

           IF WS-JOBC-OPEN
               CLOSE JOBC-FILE
               MOVE 'N' TO WS-JOBC-OPEN-SW
           END-IF

           DISPLAY "DB2JOBC: EXITING JOB-CODE MASTER MODULE"

          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing master is reported through CPY-JOBC-NO-MASTER so
      *>    the batch edit step can tell "job not on master" apart from
      *>    "no master to check against yet"; the first ADD creates it
           MOVE 'N' TO WS-JOBC-OPEN-SW
           MOVE SPACE TO CPY-JOBC-REASON

           OPEN I-O JOBC-FILE
           IF WS-JOBC-FILE-MISSING
               SET CPY-JOBC-NO-MASTER TO TRUE
               IF CPY-JOBC-ADD
                   OPEN OUTPUT JOBC-FILE
                   IF WS-JOBC-FILE-OK
                       CLOSE JOBC-FILE
                       OPEN I-O JOBC-FILE
                   END-IF
               END-IF
           END-IF

           IF WS-JOBC-FILE-OK
               SET WS-JOBC-OPEN TO TRUE
           END-IF
          .
       OPEN-MASTER-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-JOBCODE-KEY SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-JOBC-CODE TO JOBC-CODE
           READ JOBC-FILE
             KEY IS JOBC-CODE
           END-READ
          .
       READ-JOBCODE-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-JOBCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-JOBCODE-KEY THRU READ-JOBCODE-KEY-EXIT

           IF WS-JOBC-FILE-OK
               DISPLAY "DB2JOBC: DUPLICATE JOB CODE - REJECTED"
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-DUPLICATE TO TRUE
               GO TO ADD-JOBCODE-EXIT
           END-IF

           MOVE SPACES              TO JOBC-RECORD
           MOVE CPY-JOBC-CODE       TO JOBC-CODE
           MOVE CPY-JOBC-TITLE      TO JOBC-TITLE
           MOVE CPY-JOBC-MIN-SALARY TO JOBC-MIN-SALARY
           MOVE CPY-JOBC-MAX-SALARY TO JOBC-MAX-SALARY
           WRITE JOBC-RECORD
           END-WRITE

           IF WS-JOBC-FILE-OK
               SET CPY-JOBC-SUCCESS TO TRUE
               SET CPY-JOBC-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2JOBC: WRITE FAILED, STATUS "
                  WS-JOBC-FILE-STATUS
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-ERROR TO TRUE
           END-IF
          .
       ADD-JOBCODE-EXIT.
      *>------------------------------------------------------------------------
       UPDATE-JOBCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-JOBCODE-KEY THRU READ-JOBCODE-KEY-EXIT

           IF NOT WS-JOBC-FILE-OK
               DISPLAY "DB2JOBC: JOB CODE NOT ON FILE"
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-NOT-FOUND TO TRUE
               GO TO UPDATE-JOBCODE-EXIT
           END-IF

           MOVE CPY-JOBC-TITLE      TO JOBC-TITLE
           MOVE CPY-JOBC-MIN-SALARY TO JOBC-MIN-SALARY
           MOVE CPY-JOBC-MAX-SALARY TO JOBC-MAX-SALARY
           REWRITE JOBC-RECORD
           END-REWRITE

           IF WS-JOBC-FILE-OK
               SET CPY-JOBC-SUCCESS TO TRUE
               SET CPY-JOBC-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2JOBC: REWRITE FAILED, STATUS "
                  WS-JOBC-FILE-STATUS
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-ERROR TO TRUE
           END-IF
          .
       UPDATE-JOBCODE-EXIT.
      *>------------------------------------------------------------------------
       DELETE-JOBCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-JOBCODE-KEY THRU READ-JOBCODE-KEY-EXIT

           IF NOT WS-JOBC-FILE-OK
               DISPLAY "DB2JOBC: JOB CODE NOT ON FILE"
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-NOT-FOUND TO TRUE
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-IN-USE TO TRUE
           ELSE
               MOVE CPY-JOBC-CODE TO JOBC-CODE
               DELETE JOBC-FILE RECORD
               END-DELETE
               IF WS-JOBC-FILE-OK
                   SET CPY-JOBC-SUCCESS TO TRUE
                   SET CPY-JOBC-ALL-DONE TO TRUE
               ELSE
                   DISPLAY "DB2JOBC: DELETE FAILED, STATUS "
                      WS-JOBC-FILE-STATUS
                   SET CPY-JOBC-FAIL TO TRUE
                   SET CPY-JOBC-ERROR TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
      *>------------------------------------------------------------------------
       SELECT-JOBCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-JOBCODE-KEY THRU READ-JOBCODE-KEY-EXIT

           IF NOT WS-JOBC-FILE-OK
               DISPLAY "DB2JOBC: JOB CODE NOT ON FILE"
               SET CPY-JOBC-FAIL TO TRUE
               SET CPY-JOBC-NOT-FOUND TO TRUE
           ELSE
               MOVE JOBC-TITLE      TO CPY-JOBC-TITLE
               MOVE JOBC-MIN-SALARY TO CPY-JOBC-MIN-SALARY
               MOVE JOBC-MAX-SALARY TO CPY-JOBC-MAX-SALARY
               SET CPY-JOBC-SUCCESS TO TRUE
               SET CPY-JOBC-ALL-DONE TO TRUE
           END-IF
       SELECT-JOBCODE-EXIT.
          EXIT.

       END PROGRAM DB2JOBC.

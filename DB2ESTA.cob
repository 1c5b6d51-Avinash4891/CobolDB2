      *>                 outputs that must be status-aware (the payroll
      *>                 pickup, the roster), and maintained through
      *>                 the batch driver DB2ESTB and through DB2ONLN
      *>               - the store is an indexed file keyed on EMPNO;
      *>                 each call reads, writes, rewrites or deletes
      *>                 the one record directly, so there is no limit
      *>                 on how many employees it can hold
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file held in
      *>              a 10,000-entry table to an indexed file keyed on
      *>              EMPNO with direct keyed access (default empstat.dat;
      *>              DB2IDXC loads it from the old flat file).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-ESTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTA-FILE.
        COPY "STSDB2CO.cpy".

       WORKING-STORAGE SECTION.

      *> runtime-overridable master store name - defaults to a fixed
      *> name when the environment variable is unset
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.

        01 WS-ESTA-FILE-STATUS   PIC XX.
           88 WS-ESTA-FILE-OK        VALUE '00'.
           88 WS-ESTA-NOT-ON-FILE    VALUE '23'.
           88 WS-ESTA-FILE-MISSING   VALUE '35'.

        01 WS-ESTA-OPEN-SW       PIC X VALUE 'N'.
           88 WS-ESTA-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
        COPY "CPYESTA.cpy".
           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
           END-IF

           PERFORM OPEN-MASTER-FILE THRU OPEN-MASTER-FILE-EXIT

           IF CPY-ESTA-NO-MASTER AND NOT CPY-ESTA-ADD
               SET CPY-ESTA-FAIL TO TRUE
               DISPLAY "DB2ESTA: STATUS MASTER " WS-ESTA-FILE-NAME
                  " NOT ON FILE"
           ELSE
           IF NOT WS-ESTA-OPEN
               DISPLAY "DB2ESTA: STATUS MASTER OPEN FAILED, STATUS "
                  WS-ESTA-FILE-STATUS
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                 WHEN CPY-ESTA-ADD
                   SET CPY-ESTA-ERROR TO TRUE
               END-EVALUATE
           END-IF
           END-IF

           IF WS-ESTA-OPEN
               CLOSE ESTA-FILE
               MOVE 'N' TO WS-ESTA-OPEN-SW
           END-IF

           DISPLAY "DB2ESTA: EXITING EMPLOYEE STATUS MODULE"

          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing master is reported through CPY-ESTA-NO-MASTER so
      *>    a caller can tell "not on the store" apart from "no store
      *>    to check against yet"; the first ADD creates it
           MOVE 'N' TO WS-ESTA-OPEN-SW
           MOVE SPACE TO CPY-ESTA-REASON

           OPEN I-O ESTA-FILE
           IF WS-ESTA-FILE-MISSING
               SET CPY-ESTA-NO-MASTER TO TRUE
               IF CPY-ESTA-ADD
                   OPEN OUTPUT ESTA-FILE
                   IF WS-ESTA-FILE-OK
                       CLOSE ESTA-FILE
                       OPEN I-O ESTA-FILE
                   END-IF
               END-IF
           END-IF

           IF WS-ESTA-FILE-OK
               SET WS-ESTA-OPEN TO TRUE
           END-IF
          .
       OPEN-MASTER-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-STATUS-KEY SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-ESTA-EMPNO TO ESTA-EMPNO
           READ ESTA-FILE
             KEY IS ESTA-EMPNO
           END-READ
          .
       READ-STATUS-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-STATUS SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-STATUS-KEY THRU READ-STATUS-KEY-EXIT

           IF WS-ESTA-FILE-OK
               DISPLAY "DB2ESTA: EMPNO ALREADY ON STATUS STORE -"
                  " REJECTED"
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-DUPLICATE TO TRUE
               GO TO ADD-STATUS-EXIT
           END-IF

           MOVE SPACES TO ESTA-RECORD
           MOVE CPY-ESTA-EMPNO       TO ESTA-EMPNO
           MOVE CPY-ESTA-CODE        TO ESTA-CODE
           MOVE CPY-ESTA-EFF-DATE    TO ESTA-EFF-DATE
           MOVE CPY-ESTA-RETURN-DATE TO ESTA-RETURN-DATE
           WRITE ESTA-RECORD
           END-WRITE

           IF WS-ESTA-FILE-OK
               SET CPY-ESTA-SUCCESS TO TRUE
               SET CPY-ESTA-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2ESTA: WRITE FAILED, STATUS "
                  WS-ESTA-FILE-STATUS
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-ERROR TO TRUE
           END-IF
          .
       ADD-STATUS-EXIT.
      *>------------------------------------------------------------------------
       UPDATE-STATUS SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-STATUS-KEY THRU READ-STATUS-KEY-EXIT

           IF NOT WS-ESTA-FILE-OK
               DISPLAY "DB2ESTA: EMPNO NOT ON STATUS STORE"
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-NOT-FOUND TO TRUE
               GO TO UPDATE-STATUS-EXIT
           END-IF

           MOVE CPY-ESTA-CODE        TO ESTA-CODE
           MOVE CPY-ESTA-EFF-DATE    TO ESTA-EFF-DATE
           MOVE CPY-ESTA-RETURN-DATE TO ESTA-RETURN-DATE
           REWRITE ESTA-RECORD
           END-REWRITE

           IF WS-ESTA-FILE-OK
               SET CPY-ESTA-SUCCESS TO TRUE
               SET CPY-ESTA-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2ESTA: REWRITE FAILED, STATUS "
                  WS-ESTA-FILE-STATUS
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-ERROR TO TRUE
           END-IF
          .
       UPDATE-STATUS-EXIT.
      *>------------------------------------------------------------------------
       DELETE-STATUS SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-STATUS-KEY THRU READ-STATUS-KEY-EXIT

           IF NOT WS-ESTA-FILE-OK
               DISPLAY "DB2ESTA: EMPNO NOT ON STATUS STORE"
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-NOT-FOUND TO TRUE
               GO TO DELETE-STATUS-EXIT
           END-IF

           DELETE ESTA-FILE RECORD
           END-DELETE

           IF WS-ESTA-FILE-OK
               SET CPY-ESTA-SUCCESS TO TRUE
               SET CPY-ESTA-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2ESTA: DELETE FAILED, STATUS "
                  WS-ESTA-FILE-STATUS
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-ERROR TO TRUE
           END-IF
          .
       DELETE-STATUS-EXIT.
      *>------------------------------------------------------------------------
       SELECT-STATUS SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-STATUS-KEY THRU READ-STATUS-KEY-EXIT

           IF NOT WS-ESTA-FILE-OK
               SET CPY-ESTA-FAIL TO TRUE
               SET CPY-ESTA-NOT-FOUND TO TRUE
           ELSE
               MOVE ESTA-CODE TO CPY-ESTA-CODE
               IF ESTA-EFF-DATE IS NUMERIC
                   MOVE ESTA-EFF-DATE TO CPY-ESTA-EFF-DATE
               ELSE
                   MOVE 0 TO CPY-ESTA-EFF-DATE
               END-IF
               IF ESTA-RETURN-DATE IS NUMERIC
                   MOVE ESTA-RETURN-DATE TO CPY-ESTA-RETURN-DATE
               ELSE
                   MOVE 0 TO CPY-ESTA-RETURN-DATE
               END-IF
               SET CPY-ESTA-SUCCESS TO TRUE
               SET CPY-ESTA-ALL-DONE TO TRUE
           END-IF
       SELECT-STATUS-EXIT.
          EXIT.

       END PROGRAM DB2ESTA.

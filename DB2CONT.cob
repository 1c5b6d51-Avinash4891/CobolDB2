      *>               - called interactively from DB2ONLN, in batch
      *>                 from DB2CNTB, and by DB2DELET when an employee
      *>                 leaves
      *>               - the store is an indexed file keyed on EMPNO;
      *>                 each call reads, writes, rewrites or deletes
      *>                 the one record directly, so there is no limit
      *>                 on how many contacts it can hold
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>            - the master store record image now comes from the
      *>              shared CONDB2CO.cpy copybook, read on the roster
      *>              side by DB2FETCH.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file held in
      *>              a 10,000-entry table to an indexed file keyed on
      *>              EMPNO with direct keyed access (default contact.dat;
      *>              DB2IDXC loads it from the old flat file).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CONT-FILE ASSIGN TO WS-CONT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-CONT-FILE-STATUS.

        SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME

      *> runtime-overridable store names - default to fixed names when
      *> the environment variables are unset
        01 WS-CONT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
        01 WS-ARCH-FILE-NAME     PIC X(100) VALUE 'contarch.txt'.

        01 WS-CONT-FILE-STATUS   PIC XX.
           88 WS-CONT-FILE-OK        VALUE '00'.
           88 WS-CONT-FILE-MISSING   VALUE '35'.

        01 WS-CONT-OPEN-SW       PIC X VALUE 'N'.
           88 WS-CONT-OPEN           VALUE 'Y'.

        01 WS-DEL-DATE           PIC 9(8).

       LINKAGE SECTION.
        COPY "CPYCONT.cpy".

           ACCEPT WS-CONT-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_MASTER_FILE"
           IF WS-CONT-FILE-NAME = SPACE
               MOVE 'contact.dat' TO WS-CONT-FILE-NAME
           END-IF

           ACCEPT WS-ARCH-FILE-NAME
               MOVE 'contarch.txt' TO WS-ARCH-FILE-NAME
           END-IF

           PERFORM OPEN-MASTER-FILE THRU OPEN-MASTER-FILE-EXIT

      *>    no store yet reads as "no contact on file" for everything
      *>    but an ADD, which creates it
           IF NOT WS-CONT-OPEN
               SET CPY-CONT-FAIL TO TRUE
               IF WS-CONT-FILE-MISSING
                   SET CPY-CONT-NOT-FOUND TO TRUE
               ELSE
                   DISPLAY "DB2CONT: CONTACT MASTER OPEN FAILED, "
                      "STATUS " WS-CONT-FILE-STATUS
                   SET CPY-CONT-ERROR TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                 WHEN CPY-CONT-ADD
                   PERFORM ADD-CONTACT THRU ADD-CONTACT-EXIT
                 WHEN CPY-CONT-UPDATE
                   PERFORM UPDATE-CONTACT THRU UPDATE-CONTACT-EXIT
                 WHEN CPY-CONT-DELETE
                   PERFORM DELETE-CONTACT THRU DELETE-CONTACT-EXIT
                 WHEN CPY-CONT-SELECT
                   PERFORM SELECT-CONTACT THRU SELECT-CONTACT-EXIT
                 WHEN OTHER
                   SET CPY-CONT-FAIL TO TRUE
                   SET CPY-CONT-ERROR TO TRUE
               END-EVALUATE
               CLOSE CONT-FILE
               MOVE 'N' TO WS-CONT-OPEN-SW
           END-IF

           DISPLAY "DB2CONT: EXITING CONTACT MASTER MODULE"

          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-CONT-OPEN-SW

           OPEN I-O CONT-FILE
           IF WS-CONT-FILE-MISSING AND CPY-CONT-ADD
               OPEN OUTPUT CONT-FILE
               IF WS-CONT-FILE-OK
                   CLOSE CONT-FILE
                   OPEN I-O CONT-FILE
               END-IF
           END-IF

           IF WS-CONT-FILE-OK
               SET WS-CONT-OPEN TO TRUE
           END-IF
          .
       OPEN-MASTER-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CONTACT-KEY SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-CONT-EMPNO TO CONT-EMPNO
           READ CONT-FILE
             KEY IS CONT-EMPNO
           END-READ
          .
       READ-CONTACT-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       ADD-CONTACT SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-CONTACT-KEY THRU READ-CONTACT-KEY-EXIT

           IF WS-CONT-FILE-OK
               DISPLAY "DB2CONT: CONTACT ALREADY ON FILE FOR EMPNO "
                  CPY-CONT-EMPNO
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-DUPLICATE TO TRUE
               GO TO ADD-CONTACT-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           WRITE CONT-RECORD
           END-WRITE

           IF WS-CONT-FILE-OK
               SET CPY-CONT-SUCCESS TO TRUE
               SET CPY-CONT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CONT: WRITE FAILED, STATUS "
                  WS-CONT-FILE-STATUS
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-ERROR TO TRUE
           END-IF
          .
       ADD-CONTACT-EXIT.
      *>------------------------------------------------------------------------
       UPDATE-CONTACT SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-CONTACT-KEY THRU READ-CONTACT-KEY-EXIT

           IF NOT WS-CONT-FILE-OK
               DISPLAY "DB2CONT: NO CONTACT ON FILE FOR EMPNO "
                  CPY-CONT-EMPNO
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-NOT-FOUND TO TRUE
               GO TO UPDATE-CONTACT-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           REWRITE CONT-RECORD
           END-REWRITE

           IF WS-CONT-FILE-OK
               SET CPY-CONT-SUCCESS TO TRUE
               SET CPY-CONT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CONT: REWRITE FAILED, STATUS "
                  WS-CONT-FILE-STATUS
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-ERROR TO TRUE
           END-IF
          .
       UPDATE-CONTACT-EXIT.
      *>------------------------------------------------------------------------
      *>    the record leaves the master but lands on the archive with
      *>    a date stamp, matching how the employee row itself is kept
           PERFORM READ-CONTACT-KEY THRU READ-CONTACT-KEY-EXIT

           IF NOT WS-CONT-FILE-OK
               DISPLAY "DB2CONT: NO CONTACT ON FILE FOR EMPNO "
                  CPY-CONT-EMPNO
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-NOT-FOUND TO TRUE
               GO TO DELETE-CONTACT-EXIT
           END-IF

           ACCEPT WS-DEL-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ARCH-FILE
           MOVE SPACES      TO ARCH-RECORD
           MOVE WS-DEL-DATE TO ARCH-DEL-DATE
           MOVE CONT-RECORD TO ARCH-CONT-IMAGE
           WRITE ARCH-RECORD
           CLOSE ARCH-FILE

           DELETE CONT-FILE RECORD
           END-DELETE

           IF WS-CONT-FILE-OK
               SET CPY-CONT-SUCCESS TO TRUE
               SET CPY-CONT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CONT: DELETE FAILED, STATUS "
                  WS-CONT-FILE-STATUS
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-ERROR TO TRUE
           END-IF
          .
       DELETE-CONTACT-EXIT.
      *>------------------------------------------------------------------------
       SELECT-CONTACT SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-CONTACT-KEY THRU READ-CONTACT-KEY-EXIT

           IF NOT WS-CONT-FILE-OK
               SET CPY-CONT-FAIL TO TRUE
               SET CPY-CONT-NOT-FOUND TO TRUE
           ELSE
               MOVE CONT-STREET      TO CPY-CONT-STREET
               MOVE CONT-CITY        TO CPY-CONT-CITY
               MOVE CONT-STATE       TO CPY-CONT-STATE
       SELECT-CONTACT-EXIT.
          EXIT.

       END PROGRAM DB2CONT.

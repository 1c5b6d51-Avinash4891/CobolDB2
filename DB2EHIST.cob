      *>                 existing single-EMPNO selection, redirected to a
      *>                 scratch extract file, rather than through a new
      *>                 cursor of its own
      *>               - the store is an indexed file keyed on the
      *>                 termination date and EMPNO, with EMPNO as an
      *>                 alternate key, so an inquiry reads only the
      *>                 one person's spells
      *>               - each archived spell carries the change
      *>                 provenance and the termination reason of the
      *>                 DELETE that closed it
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              of a scratch extract - the environment-variable
      *>              save/override/restore and the scratch files are
      *>              gone.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file to an
      *>              indexed file (default emphist.dat; DB2IDXC loads
      *>              it from the old flat file). The inquiry starts on
      *>              the EMPNO alternate key instead of scanning the
      *>              whole store; the record layout moves to the shared
      *>              HSTDB2CO.cpy copybook.
      *> 2026.10.15 Avinash Kumar
      *>            - the archived record carries the change provenance
      *>              (code and origin) the caller passes, and an
      *>              inquiry returns the spell's provenance with it.
      *> 2026.10.15 Avinash Kumar
      *>            - a successful archive returns the archived row's
      *>              fields to the caller as well, so DB2DELET can
      *>              settle the leaver's leave balances from them.
      *> 2026.10.15 Avinash Kumar
      *>            - the archived record carries the termination-reason
      *>              code the caller passes, and an inquiry returns the
      *>              spell's reason with it.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-FILE.
        COPY "HSTDB2CO.cpy".

       WORKING-STORAGE SECTION.


      *> runtime-overridable history store name - defaults to a fixed
      *> name when the environment variable is unset
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.
           88 WS-HIST-DUP-KEY        VALUE '22'.
           88 WS-HIST-FILE-MISSING   VALUE '35'.

        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           EVALUATE TRUE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *>       the first archive creates the store; a second spell
      *>       closed on the same day replaces the first
               OPEN I-O HIST-FILE
               IF WS-HIST-FILE-MISSING
                   OPEN OUTPUT HIST-FILE
                   CLOSE HIST-FILE
                   OPEN I-O HIST-FILE
               END-IF
               MOVE WS-RUN-DATE      TO HIST-TERM-DATE
               MOVE SPACE            TO HIST-RECORD (9:1)
               MOVE EXT-EMPLOYEE-REC   TO HIST-EMP-IMAGE
               MOVE CPY-HIST-PROV-CODE   TO HIST-PROV-CODE
               MOVE CPY-HIST-PROV-ORIGIN TO HIST-PROV-ORIGIN
               MOVE CPY-HIST-TERM-REASON TO HIST-TERM-REASON
               WRITE HIST-RECORD
               END-WRITE
               IF WS-HIST-DUP-KEY
                   REWRITE HIST-RECORD
                   END-REWRITE
               END-IF
               CLOSE HIST-FILE

               MOVE WS-RUN-DATE TO CPY-HIST-TERM-DATE
      *>       the spell archived goes back to the caller, the same
      *>       fields an inquiry returns
               MOVE EXT-FIRSTNME  TO CPY-HIST-FIRSTNME
               MOVE EXT-MIDINIT   TO CPY-HIST-MIDINIT
               MOVE EXT-LASTNAME  TO CPY-HIST-LASTNAME
               MOVE EXT-WORKDEPT  TO CPY-HIST-WORKDEPT
               MOVE EXT-PHONENO   TO CPY-HIST-PHONENO
               MOVE EXT-HIREDATE  TO CPY-HIST-HIREDATE
               MOVE EXT-JOB       TO CPY-HIST-JOB
               MOVE EXT-EDLEVEL   TO CPY-HIST-EDLEVEL
               MOVE EXT-SEX       TO CPY-HIST-SEX
               MOVE EXT-BIRTHDATE TO CPY-HIST-BIRTHDATE
               MOVE EXT-SALARY    TO CPY-HIST-SALARY
               MOVE EXT-BONUS     TO CPY-HIST-BONUS
               MOVE EXT-COMM      TO CPY-HIST-COMM
               SET CPY-HIST-SUCCESS TO TRUE
               SET CPY-HIST-ALL-DONE TO TRUE

      *>------------------------------------------------------------------------
       SELECT-HISTORY SECTION.
      *>------------------------------------------------------------------------
      *>    positions on the EMPNO alternate key and reads that
      *>    person's spells only, keeping the latest termination, so
      *>    an employee archived more than once (rehired and
      *>    terminated again) returns the most recent termination
           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUE TO CPY-HIST-TERM-DATE

           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               SET CPY-HIST-FAIL TO TRUE
               SET CPY-HIST-NOT-FOUND TO TRUE
           ELSE
               MOVE CPY-HIST-EMPNO TO HIST-EMPNO
               START HIST-FILE
                  KEY IS = HIST-EMPNO
                  INVALID KEY
                    SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM READ-HISTORY-RECORD
                  THRU READ-HISTORY-RECORD-EXIT
                  UNTIL WS-HIST-EOF
      *>------------------------------------------------------------------------
       READ-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE NEXT RECORD
             AT END
               SET WS-HIST-EOF TO TRUE
             NOT AT END
               IF HIST-EMPNO NOT = CPY-HIST-EMPNO
                   SET WS-HIST-EOF TO TRUE
               ELSE
               IF HIST-TERM-DATE >= CPY-HIST-TERM-DATE
                   SET WS-ROW-FOUND TO TRUE
                   MOVE HIST-TERM-DATE        TO CPY-HIST-TERM-DATE
                   MOVE HIST-EMP-IMAGE (7:12) TO CPY-HIST-FIRSTNME
                   MOVE HIST-EMP-IMAGE (76:9) TO CPY-HIST-SALARY
                   MOVE HIST-EMP-IMAGE (85:9) TO CPY-HIST-BONUS
                   MOVE HIST-EMP-IMAGE (94:9) TO CPY-HIST-COMM
                   MOVE HIST-PROV-CODE   TO CPY-HIST-PROV-CODE
                   MOVE HIST-PROV-ORIGIN TO CPY-HIST-PROV-ORIGIN
                   MOVE HIST-TERM-REASON TO CPY-HIST-TERM-REASON
               END-IF
               END-IF
           END-READ
          .

      *>                 discipline our own input trailer enforces
      *>               - employees come in through DB2FETCH's existing
      *>                 cursor, redirected to a scratch extract
      *>               - closes the pay periods the file has paid on the
      *>                 payroll calendar (DB2PCAL)
      *>               - records the pickup file on the dispatch register
      *>                 (DB2DSPR); a file identical to one already sent
      *>                 is refused and closes no pay period
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              scratch extract - the environment-variable
      *>              save/override/restore and the scratch files are
      *>              gone.
      *> 2026.10.15 Avinash Kumar
      *>            - the employee-status store is now an indexed file
      *>              keyed on EMPNO (default empstat.dat): each
      *>              employee's status is read directly instead of
      *>              the store loading into a 10,000-entry table.
      *>            - once the pickup file is out, every pay period on
      *>              the payroll calendar (DB2PCAL) whose cutoff has
      *>              passed is closed, so the batch driver can tell a
      *>              salary change that needs back pay. A shop without
      *>              the calendar yet is warned and extracts as before.
      *>            - the pickup file is recorded on the dispatch
      *>              register (DB2DSPR) with its count and salary hash.
      *>              A file identical to one already sent is refused
      *>              (condition code 8) and no pay period is closed; a
      *>              register that cannot be written is warned (4).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-ESTA-FILE-STATUS.

        SELECT SKIP-FILE ASSIGN TO WS-SKIP-FILE-NAME

      *> the employee-status store DB2ESTA maintains
       FD ESTA-FILE.
        COPY "STSDB2CO.cpy".

      *> who stayed off the pickup file, and why
       FD SKIP-FILE.
      *> employee-status awareness: leave/suspended employees as of
      *> the run date stay off the pickup file, reported on the skip
      *> file; a shop without the store extracts everyone as before
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.
        01 WS-SKIP-FILE-NAME     PIC X(100) VALUE 'payskip.txt'.
        01 WS-ESTA-FILE-STATUS   PIC XX.
           88 WS-ESTA-FILE-OK        VALUE '00'.
        01 WS-ESTA-OPEN-SW       PIC X VALUE 'N'.
           88 WS-ESTA-OPEN           VALUE 'Y'.

      *> the status record read for the current employee
        01 WS-ESTA-CODE          PIC X(1).
        01 WS-ESTA-EFF           PIC 9(8) VALUE 0.
        01 WS-ESTA-RETURN        PIC 9(8) VALUE 0.

        01 WS-SKIP-COUNT         PIC 9(5) VALUE 0.
        01 WS-EMP-AWAY-SW        PIC X VALUE 'N'.
           88 WS-EMP-AWAY            VALUE 'Y'.

      *> the payroll calendar: periods whose cutoff has passed close
      *> once the pickup file is written
        01 WS-PCAL-PGM           PIC X(7) VALUE 'DB2PCAL'.
        01 WS-PERIODS-CLOSED     PIC 9(4) VALUE 0.

         COPY "CPYPCAL.cpy".

      *> the dispatch register: the pickup file is recorded once it
      *> is closed, and a second identical file is refused
        01 WS-DSPR-PGM           PIC X(7) VALUE 'DB2DSPR'.
        01 WS-DISPATCH-SW        PIC X VALUE SPACE.
           88 WS-DISPATCH-DONE       VALUE 'S'.
           88 WS-DISPATCH-REFUSED    VALUE 'R'.
           88 WS-DISPATCH-UNLOGGED   VALUE 'U'.

         COPY "CPYDSPR.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
           OPEN OUTPUT PAYROLL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM OPEN-STATUS-STORE THRU OPEN-STATUS-STORE-EXIT

           MOVE SPACES      TO PAYROLL-RECORD
           MOVE 'PH'        TO PAY-HDR-REC-TYPE
                  UNTIL WS-FETCH-EOF
           END-IF
           CLOSE SKIP-FILE
           IF WS-ESTA-OPEN
               CLOSE ESTA-FILE
           END-IF

           PERFORM CLOSE-EMPLOYEE-CURSOR
              THRU CLOSE-EMPLOYEE-CURSOR-EXIT

           CLOSE PAYROLL-FILE

           PERFORM REGISTER-DISPATCH THRU REGISTER-DISPATCH-EXIT

      *>    a refused file is a repeat of one already sent - the
      *>    periods it paid were closed when that one went out
           IF NOT WS-DISPATCH-REFUSED
               PERFORM CLOSE-PAY-PERIODS THRU CLOSE-PAY-PERIODS-EXIT
           END-IF

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           DISPLAY "DB2PAYX: ========= EXTRACT SUMMARY =========="
           DISPLAY "DB2PAYX: EMPLOYEES EXTRACTED: " WS-REC-COUNT
           DISPLAY "DB2PAYX: SKIPPED NON-ACTIVE : " WS-SKIP-COUNT
           DISPLAY "DB2PAYX: SALARY HASH TOTAL  : " WS-SALARY-HASH
           DISPLAY "DB2PAYX: PAY PERIODS CLOSED : " WS-PERIODS-CLOSED
           EVALUATE TRUE
             WHEN WS-DISPATCH-DONE
               DISPLAY "DB2PAYX: DISPATCH           : REGISTERED"
             WHEN WS-DISPATCH-REFUSED
               DISPLAY "DB2PAYX: DISPATCH           : REFUSED"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               DISPLAY "DB2PAYX: DISPATCH           : NOT REGISTERED"
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "DB2PAYX: ====================================="

           DISPLAY "DB2PAYX: EXITING PAYROLL EXTRACT MODULE"
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REGISTER-DISPATCH SECTION.
      *>------------------------------------------------------------------------
      *>    the vendor must never be sent the same pickup file twice;
      *>    DB2DSPR refuses a repeat unless the operator overrides
           INITIALIZE CPY-DISPATCH-REC
           SET CPY-DSPR-REGISTER TO TRUE
           MOVE 'PAYROLL'            TO CPY-DSPR-INTERFACE
           MOVE WS-PAYROLL-FILE-NAME TO CPY-DSPR-FILE-NAME
           MOVE 'DB2PAYX'            TO CPY-DSPR-REQ-PGM
           MOVE WS-RUN-DATE          TO CPY-DSPR-RUN-DATE
           MOVE WS-REC-COUNT         TO CPY-DSPR-REC-COUNT
           MOVE WS-SALARY-HASH       TO CPY-DSPR-AMOUNT-TOTAL

           CALL WS-DSPR-PGM USING CPY-DISPATCH-REC END-CALL

           IF CPY-DSPR-SUCCESS
               SET WS-DISPATCH-DONE TO TRUE
           ELSE
           IF CPY-DSPR-DUPLICATE
               SET WS-DISPATCH-REFUSED TO TRUE
               DISPLAY "DB2PAYX: *** DISPATCH REFUSED - IDENTICAL"
                  " PICKUP FILE ALREADY SENT " CPY-DSPR-PRIOR-DATE
                  " - DO NOT RELEASE TO THE VENDOR ***"
           ELSE
               SET WS-DISPATCH-UNLOGGED TO TRUE
               DISPLAY "DB2PAYX: PICKUP FILE NOT RECORDED ON THE"
                  " DISPATCH REGISTER - REASON " CPY-DSPR-REASON
           END-IF
           END-IF
           .
       REGISTER-DISPATCH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CLOSE-PAY-PERIODS SECTION.
      *>------------------------------------------------------------------------
      *>    the pickup file just written paid every period whose cutoff
      *>    is on or before tonight - DB2PCAL marks them closed, and a
      *>    salary change effective inside one is back pay from now on
           INITIALIZE CPY-PAYCAL-REC
           SET CPY-PCAL-CLOSE TO TRUE
           MOVE WS-RUN-DATE TO CPY-PCAL-AS-OF

           CALL WS-PCAL-PGM USING CPY-PAYCAL-REC END-CALL

           IF CPY-PCAL-SUCCESS
               MOVE CPY-PCAL-CLOSED-COUNT TO WS-PERIODS-CLOSED
           ELSE
               IF CPY-PCAL-NO-MASTER
                   DISPLAY "DB2PAYX: NO PAYROLL CALENDAR ON FILE -"
                      " NO PAY PERIOD CLOSED"
               ELSE
                   DISPLAY "DB2PAYX: PAYROLL CALENDAR CLOSE FAILED -"
                      " REASON " CPY-PCAL-REASON
               END-IF
           END-IF
           .
       CLOSE-PAY-PERIODS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       OPEN-STATUS-STORE SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
           END-IF

           ACCEPT WS-SKIP-FILE-NAME

           OPEN INPUT ESTA-FILE
           IF WS-ESTA-FILE-OK
               SET WS-ESTA-OPEN TO TRUE
               DISPLAY "DB2PAYX: EMPLOYEE-STATUS STORE "
                  WS-ESTA-FILE-NAME " OPEN"
           ELSE
               DISPLAY "DB2PAYX: NO EMPLOYEE-STATUS STORE ON FILE -"
                  " EXTRACTING EVERYONE"
           END-IF
           .
       OPEN-STATUS-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>    store - is paid as always
           MOVE 'N' TO WS-EMP-AWAY-SW

           IF NOT WS-ESTA-OPEN
               GO TO CHECK-EMPLOYEE-STATUS-EXIT
           END-IF

           MOVE EXT-EMPNO TO ESTA-EMPNO
           READ ESTA-FILE
             KEY IS ESTA-EMPNO
           END-READ

           IF NOT WS-ESTA-FILE-OK
               GO TO CHECK-EMPLOYEE-STATUS-EXIT
           END-IF

           MOVE ESTA-CODE TO WS-ESTA-CODE
           MOVE 0 TO WS-ESTA-EFF
           MOVE 0 TO WS-ESTA-RETURN
           IF ESTA-EFF-DATE IS NUMERIC
               MOVE ESTA-EFF-DATE TO WS-ESTA-EFF
           END-IF
           IF ESTA-RETURN-DATE IS NUMERIC
               MOVE ESTA-RETURN-DATE TO WS-ESTA-RETURN
           END-IF

           IF (WS-ESTA-CODE = 'L'
               OR WS-ESTA-CODE = 'S')
           AND WS-ESTA-EFF <= WS-RUN-DATE
           AND (WS-ESTA-RETURN = 0
               OR WS-ESTA-RETURN > WS-RUN-DATE)
               SET WS-EMP-AWAY TO TRUE
           END-IF
           .
                  EXT-LASTNAME DELIMITED BY SIZE
                  INTO SKP-NAME
           END-STRING
           MOVE WS-ESTA-CODE    TO SKP-CODE
           MOVE WS-ESTA-EFF     TO SKP-EFF-DATE
           MOVE WS-ESTA-RETURN  TO SKP-RETURN-DATE
           WRITE SKIP-RECORD
           ADD 1 TO WS-SKIP-COUNT

           DISPLAY "DB2PAYX: EMPNO " EXT-EMPNO " SKIPPED - STATUS "
              WS-ESTA-CODE
           .
       WRITE-SKIP-RECORD-EXIT.
          EXIT.

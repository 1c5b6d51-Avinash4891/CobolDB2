      *>************************************************************************
      *>  SAMPLE LEAVE LEDGER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LVLG.cob
      *>
      *> Purpose:      Vacation and sick-leave ledger module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - every accrual, usage, adjustment, payout and
      *>                 forfeit is appended to the leave ledger, one
      *>                 line per entry with the balance after it, so
      *>                 the days owed at termination can be traced
      *>                 entry by entry
      *>               - the running balance per EMPNO and leave type is
      *>                 kept on a balance store alongside, with the last
      *>                 month accrued so a month cannot be accrued twice
      *>               - an accrual is trimmed to the policy's balance
      *>                 cap; usage or a negative adjustment that would
      *>                 take a balance below zero is refused
      *>               - TERMINATE settles a leaver's balances: what the
      *>                 accrual policy (DB2ACRP) says is paid out goes
      *>                 to the payroll vendor's payout file in the
      *>                 pickup file's scheme (LH header, LD detail per
      *>                 leave type, LT trailer with count and hashes) to
      *>                 be paid on the final check, the rest is
      *>                 forfeited; both are posted to the ledger and the
      *>                 balances come off the balance store
      *>               - the balance store is an indexed file keyed on
      *>                 EMPNO and leave type; each posting reads and
      *>                 writes or rewrites the one balance directly
      *>               - BEGIN-BATCH/END-BATCH hold the balance store and
      *>                 the ledger open across a run of POSTs, so the
      *>                 monthly accrual batch (DB2LVAC) opens them once
      *>                 instead of once per employee
      *>               - called by DB2LVAC, the usage batch driver
      *>                 (DB2LVTB) and DB2DELET
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - balance store converted from a line-sequential file
      *>              held in a 20,000-entry table to an indexed file
      *>              keyed on EMPNO and leave type with direct keyed
      *>              access (default leavbal.dat; DB2IDXC loads it from
      *>              the old flat file). The record layout moves to the
      *>              shared LVBDB2CO.cpy copybook; a batch session now
      *>              keeps the store open rather than a copy in memory.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LVLG.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT BAL-FILE ASSIGN TO WS-BAL-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-KEY
        FILE STATUS IS WS-BAL-FILE-STATUS.

        SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PAYOUT-FILE ASSIGN TO WS-PAYOUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the running balance per EMPNO and leave type
       FD BAL-FILE.
        COPY "LVBDB2CO.cpy".

      *> the ledger itself - appended to, never rewritten
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 LDG-LEAVE-TYPE        PIC X(1).
           05 FILLER                PIC X(1).
           05 LDG-ENTRY-TYPE        PIC X(1).
           05 FILLER                PIC X(1).
           05 LDG-PERIOD            PIC 9(6).
           05 FILLER                PIC X(1).
           05 LDG-POST-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 LDG-SIGN              PIC X(1).
           05 LDG-DAYS              PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 LDG-BAL-SIGN          PIC X(1).
           05 LDG-BALANCE           PIC 9(4)V9(2).
           05 FILLER                PIC X(1).
           05 LDG-REFERENCE         PIC X(20).

      *> the payroll vendor's payout file, in the pickup file's
      *> scheme: LH header, LD one per leaver per leave type paid, LT
      *> trailer with record count, amount hash and days hash. It
      *> gathers every termination until payroll collects it.
       FD PAYOUT-FILE.
       01 PAYOUT-RECORD             PIC X(80).

       01 PAYOUT-HEADER-RECORD REDEFINES PAYOUT-RECORD.
           05 PYO-HDR-REC-TYPE      PIC X(2).
           05 PYO-HDR-RUN-DATE      PIC 9(8).
           05 FILLER                PIC X(70).

       01 PAYOUT-DETAIL-RECORD REDEFINES PAYOUT-RECORD.
           05 PYO-DTL-REC-TYPE      PIC X(2).
           05 PYO-DTL-EMPNO         PIC X(6).
           05 PYO-DTL-FIRSTNME      PIC X(12).
           05 PYO-DTL-LASTNAME      PIC X(15).
           05 PYO-DTL-WORKDEPT      PIC X(3).
           05 PYO-DTL-LEAVE-TYPE    PIC X(1).
           05 PYO-DTL-TERM-DATE     PIC 9(8).
           05 PYO-DTL-DAYS          PIC 9(4)V9(2).
           05 PYO-DTL-DAILY-RATE    PIC 9(5)V9(2).
           05 PYO-DTL-AMOUNT        PIC 9(7)V9(2).
           05 FILLER                PIC X(11).

       01 PAYOUT-TRAILER-RECORD REDEFINES PAYOUT-RECORD.
           05 PYO-TRL-REC-TYPE      PIC X(2).
           05 PYO-TRL-REC-COUNT     PIC 9(7).
           05 PYO-TRL-AMOUNT-HASH   PIC 9(11)V9(2).
           05 PYO-TRL-DAYS-HASH     PIC 9(7)V9(2).
           05 FILLER                PIC X(49).

       WORKING-STORAGE SECTION.

         COPY "CPYACRP.cpy".

        01 WS-ACRP-PGM           PIC X(7) VALUE 'DB2ACRP'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are unset
        01 WS-BAL-FILE-NAME      PIC X(100) VALUE 'leavbal.dat'.
        01 WS-LEDGER-FILE-NAME   PIC X(100) VALUE 'leavledg.txt'.
        01 WS-PAYOUT-FILE-NAME   PIC X(100) VALUE 'leavpay.txt'.

        01 WS-BAL-FILE-STATUS    PIC XX.
           88 WS-BAL-FILE-OK         VALUE '00'.
           88 WS-BAL-FILE-MISSING    VALUE '35'.
        01 WS-BAL-OPEN-SW        PIC X VALUE 'N'.
           88 WS-BAL-OPEN            VALUE 'Y'.
        01 WS-PAYOUT-FILE-STATUS PIC XX.
           88 WS-PAYOUT-FILE-OK      VALUE '00'.

        01 WS-PAYOUT-EOF-SW      PIC X VALUE 'N'.
           88 WS-PAYOUT-EOF          VALUE 'Y'.

      *> set between BEGIN-BATCH and END-BATCH: the balance store and
      *> the ledger stay open across calls
        01 WS-SESSION-SW         PIC X VALUE 'N'.
           88 WS-SESSION-OPEN        VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      *> the balance being worked on, as read from the store
        01 WS-BAL-FOUND-SW       PIC X VALUE 'N'.
           88 WS-BAL-FOUND           VALUE 'Y'.
        01 WS-BAL-DAYS           PIC S9(4)V9(2) VALUE 0.
        01 WS-BAL-LAST           PIC 9(6) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.

      *> the entry being posted
        01 WS-ENTRY-TYPE         PIC X(1).
        01 WS-ENTRY-LEAVE-TYPE   PIC X(1).
        01 WS-ENTRY-PERIOD       PIC 9(6) VALUE 0.
        01 WS-ENTRY-DAYS         PIC S9(4)V9(2) VALUE 0.
        01 WS-ENTRY-REFERENCE    PIC X(20).
        01 WS-NEW-BALANCE        PIC S9(5)V9(2) VALUE 0.
        01 WS-CAP-ROOM           PIC S9(5)V9(2) VALUE 0.

      *> termination: the service band the payout rule is read from
        01 WS-HIRE-NUM           PIC X(8).
        01 WS-FROM-YYYY          PIC 9(4) VALUE 0.
        01 WS-FROM-MM            PIC 9(2) VALUE 0.
        01 WS-FROM-DD            PIC 9(2) VALUE 0.
        01 WS-TO-YYYY            PIC 9(4) VALUE 0.
        01 WS-TO-MM              PIC 9(2) VALUE 0.
        01 WS-TO-DD              PIC 9(2) VALUE 0.
        01 WS-SPAN-MONTHS        PIC S9(5) VALUE 0.
        01 WS-SETTLE-TYPE        PIC X(1).
        01 WS-SETTLED-SW         PIC X VALUE 'N'.
           88 WS-ANY-SETTLED         VALUE 'Y'.
        01 WS-PAY-IT-SW          PIC X VALUE 'N'.
           88 WS-PAY-IT              VALUE 'Y'.
      *> a day's pay: annual salary over 260 working days
        01 WS-DAILY-RATE         PIC 9(5)V9(2) VALUE 0.
        01 WS-PAY-AMOUNT         PIC 9(7)V9(2) VALUE 0.
        01 WS-PAY-DAYS           PIC 9(4)V9(2) VALUE 0.

      *> the payout file's detail lines, carried over when a further
      *> termination is added before payroll has collected the file
        01 WS-PYO-COUNT          PIC 9(4) VALUE 0.
        01 WS-PYO-MAX            PIC 9(4) VALUE 2000.
        01 WS-PYO-TAB.
           05 WS-PYO-LINE        PIC X(80) OCCURS 2000 TIMES.
        01 WS-PYO-AMOUNT-HASH    PIC 9(11)V9(2) VALUE 0.
        01 WS-PYO-DAYS-HASH      PIC 9(7)V9(2) VALUE 0.

       LINKAGE SECTION.
        COPY "CPYLVLG.cpy".

       PROCEDURE DIVISION USING CPY-LEAVE-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2LVLG SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LVLG: INSIDE LEAVE LEDGER MODULE"

           ACCEPT WS-BAL-FILE-NAME
              FROM ENVIRONMENT "DB2LVLG_BALANCE_FILE"
           IF WS-BAL-FILE-NAME = SPACE
               MOVE 'leavbal.dat' TO WS-BAL-FILE-NAME
           END-IF

           ACCEPT WS-LEDGER-FILE-NAME
              FROM ENVIRONMENT "DB2LVLG_LEDGER_FILE"
           IF WS-LEDGER-FILE-NAME = SPACE
               MOVE 'leavledg.txt' TO WS-LEDGER-FILE-NAME
           END-IF

           ACCEPT WS-PAYOUT-FILE-NAME
              FROM ENVIRONMENT "DB2LVLG_PAYOUT_FILE"
           IF WS-PAYOUT-FILE-NAME = SPACE
               MOVE 'leavpay.txt' TO WS-PAYOUT-FILE-NAME
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO CPY-LVLG-REASON

           EVALUATE TRUE
             WHEN CPY-LVLG-BEGIN-BATCH
               PERFORM BEGIN-BATCH THRU BEGIN-BATCH-EXIT
             WHEN CPY-LVLG-END-BATCH
               PERFORM END-BATCH THRU END-BATCH-EXIT
             WHEN CPY-LVLG-POST
               PERFORM POST-ENTRY THRU POST-ENTRY-EXIT
             WHEN CPY-LVLG-QUERY
               PERFORM QUERY-BALANCES THRU QUERY-BALANCES-EXIT
             WHEN CPY-LVLG-TERMINATE
               PERFORM TERMINATE-BALANCES THRU TERMINATE-BALANCES-EXIT
             WHEN OTHER
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
           END-EVALUATE

           DISPLAY "DB2LVLG: EXITING LEAVE LEDGER MODULE"

           GOBACK

          .
       MAIN-DB2LVLG-EX.
          EXIT.

      *>------------------------------------------------------------------------
       BEGIN-BATCH SECTION.
      *>------------------------------------------------------------------------
           IF WS-SESSION-OPEN
               DISPLAY "DB2LVLG: BATCH ALREADY BEGUN - REQUEST IGNORED"
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO BEGIN-BATCH-EXIT
           END-IF

           PERFORM OPEN-BALANCE-FILE THRU OPEN-BALANCE-FILE-EXIT
           IF NOT WS-BAL-OPEN
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO BEGIN-BATCH-EXIT
           END-IF

           OPEN EXTEND LEDGER-FILE
           SET WS-SESSION-OPEN TO TRUE
           SET CPY-LVLG-SUCCESS TO TRUE
           SET CPY-LVLG-ALL-DONE TO TRUE
          .
       BEGIN-BATCH-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       END-BATCH SECTION.
      *>------------------------------------------------------------------------
           IF NOT WS-SESSION-OPEN
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO END-BATCH-EXIT
           END-IF

           CLOSE LEDGER-FILE
           MOVE 'N' TO WS-SESSION-SW
           PERFORM CLOSE-BALANCE-FILE THRU CLOSE-BALANCE-FILE-EXIT
           SET CPY-LVLG-SUCCESS TO TRUE
           SET CPY-LVLG-ALL-DONE TO TRUE
          .
       END-BATCH-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-BALANCE-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    no balance store yet simply means nobody has a balance;
      *>    the first posting creates it
           MOVE 'N' TO WS-BAL-OPEN-SW

           OPEN I-O BAL-FILE
           IF WS-BAL-FILE-MISSING
           AND (CPY-LVLG-POST OR CPY-LVLG-BEGIN-BATCH)
               OPEN OUTPUT BAL-FILE
               IF WS-BAL-FILE-OK
                   CLOSE BAL-FILE
                   OPEN I-O BAL-FILE
               END-IF
           END-IF

           IF WS-BAL-FILE-OK
               SET WS-BAL-OPEN TO TRUE
           ELSE
           IF NOT WS-BAL-FILE-MISSING
               DISPLAY "DB2LVLG: BALANCE STORE OPEN FAILED, STATUS "
                  WS-BAL-FILE-STATUS
           END-IF
           END-IF
          .
       OPEN-BALANCE-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CLOSE-BALANCE-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    a batch session keeps the store open until END-BATCH
           IF WS-BAL-OPEN AND NOT WS-SESSION-OPEN
               CLOSE BAL-FILE
               MOVE 'N' TO WS-BAL-OPEN-SW
           END-IF
          .
       CLOSE-BALANCE-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-BALANCE SECTION.
      *>------------------------------------------------------------------------
      *>    CPY-LVLG-EMPNO with WS-ENTRY-LEAVE-TYPE; no record reads
      *>    as a balance of nothing, never accrued
           MOVE 'N' TO WS-BAL-FOUND-SW
           MOVE 0 TO WS-BAL-DAYS
           MOVE 0 TO WS-BAL-LAST

           MOVE SPACES              TO BAL-RECORD
           MOVE CPY-LVLG-EMPNO      TO BAL-EMPNO
           MOVE WS-ENTRY-LEAVE-TYPE TO BAL-LEAVE-TYPE
           READ BAL-FILE
             KEY IS BAL-KEY
           END-READ

           IF WS-BAL-FILE-OK
               SET WS-BAL-FOUND TO TRUE
               IF BAL-DAYS IS NUMERIC
                   MOVE BAL-DAYS TO WS-BAL-DAYS
                   IF BAL-SIGN = '-'
                       COMPUTE WS-BAL-DAYS = 0 - WS-BAL-DAYS
                   END-IF
               END-IF
               IF BAL-LAST-PERIOD IS NUMERIC
                   MOVE BAL-LAST-PERIOD TO WS-BAL-LAST
               END-IF
           END-IF
          .
       READ-BALANCE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-BALANCE SECTION.
      *>------------------------------------------------------------------------
      *>    the balance just read back to the store: a rewrite when it
      *>    was there, the first record of it when it was not
           MOVE SPACES              TO BAL-RECORD
           MOVE CPY-LVLG-EMPNO      TO BAL-EMPNO
           MOVE WS-ENTRY-LEAVE-TYPE TO BAL-LEAVE-TYPE
           IF WS-BAL-DAYS < 0
               MOVE '-' TO BAL-SIGN
           ELSE
               MOVE '+' TO BAL-SIGN
           END-IF
           MOVE WS-BAL-DAYS         TO BAL-DAYS
           MOVE WS-BAL-LAST         TO BAL-LAST-PERIOD

           IF WS-BAL-FOUND
               REWRITE BAL-RECORD
               END-REWRITE
           ELSE
               WRITE BAL-RECORD
               END-WRITE
           END-IF
          .
       SAVE-BALANCE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       POST-ENTRY SECTION.
      *>------------------------------------------------------------------------
           IF CPY-LVLG-EMPNO = SPACES
           OR (NOT CPY-LVLG-VACATION AND NOT CPY-LVLG-SICK)
           OR (NOT CPY-LVLG-ACCRUAL AND NOT CPY-LVLG-USAGE
               AND NOT CPY-LVLG-ADJUSTMENT)
           OR CPY-LVLG-DAYS IS NOT NUMERIC
               DISPLAY "DB2LVLG: EMPNO, LEAVE TYPE V/S, ENTRY TYPE"
                  " A/U/J AND DAYS REQUIRED - REJECTED"
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO POST-ENTRY-EXIT
           END-IF

           IF CPY-LVLG-PERIOD IS NOT NUMERIC
               MOVE 0 TO CPY-LVLG-PERIOD
           END-IF
           IF CPY-LVLG-PERIOD = 0
               IF CPY-LVLG-ACCRUAL
                   DISPLAY "DB2LVLG: AN ACCRUAL NEEDS ITS MONTH -"
                      " REJECTED"
                   SET CPY-LVLG-FAIL TO TRUE
                   SET CPY-LVLG-ERROR TO TRUE
                   GO TO POST-ENTRY-EXIT
               END-IF
               MOVE WS-RUN-DATE (1:6) TO CPY-LVLG-PERIOD
           END-IF

           IF (CPY-LVLG-ACCRUAL OR CPY-LVLG-USAGE)
           AND CPY-LVLG-DAYS NOT > 0
           OR CPY-LVLG-ADJUSTMENT AND CPY-LVLG-DAYS = 0
               DISPLAY "DB2LVLG: NO DAYS TO POST - REJECTED"
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO POST-ENTRY-EXIT
           END-IF

           IF NOT WS-SESSION-OPEN
               PERFORM OPEN-BALANCE-FILE THRU OPEN-BALANCE-FILE-EXIT
               IF NOT WS-BAL-OPEN
                   SET CPY-LVLG-FAIL TO TRUE
                   SET CPY-LVLG-ERROR TO TRUE
                   GO TO POST-ENTRY-EXIT
               END-IF
           END-IF

           PERFORM APPLY-ENTRY THRU APPLY-ENTRY-EXIT

           PERFORM CLOSE-BALANCE-FILE THRU CLOSE-BALANCE-FILE-EXIT
          .
       POST-ENTRY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       APPLY-ENTRY SECTION.
      *>------------------------------------------------------------------------
      *>    the edited entry against its balance, the store already
      *>    open
           MOVE CPY-LVLG-LEAVE-TYPE TO WS-ENTRY-LEAVE-TYPE
           PERFORM READ-BALANCE THRU READ-BALANCE-EXIT

           MOVE CPY-LVLG-DAYS TO WS-ENTRY-DAYS

           EVALUATE TRUE
             WHEN CPY-LVLG-ACCRUAL
      *>       a month is accrued once; a rerun of the monthly batch
      *>       finds it done
               IF WS-BAL-LAST >= CPY-LVLG-PERIOD
                   SET CPY-LVLG-FAIL TO TRUE
                   SET CPY-LVLG-DUPLICATE TO TRUE
                   MOVE WS-BAL-DAYS TO CPY-LVLG-BALANCE
                   GO TO APPLY-ENTRY-EXIT
               END-IF
               IF CPY-LVLG-CAP IS NUMERIC AND CPY-LVLG-CAP > 0
                   COMPUTE WS-CAP-ROOM = CPY-LVLG-CAP - WS-BAL-DAYS
                   IF WS-CAP-ROOM < 0
                       MOVE 0 TO WS-CAP-ROOM
                   END-IF
                   IF WS-ENTRY-DAYS > WS-CAP-ROOM
                       MOVE WS-CAP-ROOM TO WS-ENTRY-DAYS
                   END-IF
               END-IF
               MOVE CPY-LVLG-PERIOD TO WS-BAL-LAST
             WHEN CPY-LVLG-USAGE
               COMPUTE WS-ENTRY-DAYS = 0 - WS-ENTRY-DAYS
           END-EVALUATE

           COMPUTE WS-NEW-BALANCE = WS-BAL-DAYS + WS-ENTRY-DAYS

           IF WS-NEW-BALANCE < 0
               DISPLAY "DB2LVLG: EMPNO " CPY-LVLG-EMPNO " HAS "
                  WS-BAL-DAYS " DAY(S) OF LEAVE TYPE "
                  CPY-LVLG-LEAVE-TYPE " - REFUSED"
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-INSUFFICIENT TO TRUE
               MOVE WS-BAL-DAYS TO CPY-LVLG-BALANCE
               GO TO APPLY-ENTRY-EXIT
           END-IF

           MOVE WS-NEW-BALANCE TO WS-BAL-DAYS
           PERFORM SAVE-BALANCE THRU SAVE-BALANCE-EXIT
           IF NOT WS-BAL-FILE-OK
               DISPLAY "DB2LVLG: BALANCE WRITE FAILED, STATUS "
                  WS-BAL-FILE-STATUS " - EMPNO " CPY-LVLG-EMPNO
                  " NOT POSTED"
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-ERROR TO TRUE
               GO TO APPLY-ENTRY-EXIT
           END-IF

           MOVE CPY-LVLG-ENTRY-TYPE TO WS-ENTRY-TYPE
           MOVE CPY-LVLG-PERIOD     TO WS-ENTRY-PERIOD
           MOVE CPY-LVLG-REFERENCE  TO WS-ENTRY-REFERENCE
           IF NOT WS-SESSION-OPEN
               OPEN EXTEND LEDGER-FILE
           END-IF
           PERFORM WRITE-LEDGER-LINE THRU WRITE-LEDGER-LINE-EXIT
           IF NOT WS-SESSION-OPEN
               CLOSE LEDGER-FILE
           END-IF

           IF WS-ENTRY-DAYS < 0
               COMPUTE CPY-LVLG-DAYS = 0 - WS-ENTRY-DAYS
           ELSE
               MOVE WS-ENTRY-DAYS TO CPY-LVLG-DAYS
           END-IF
           IF CPY-LVLG-ADJUSTMENT
               MOVE WS-ENTRY-DAYS TO CPY-LVLG-DAYS
           END-IF
           MOVE WS-NEW-BALANCE TO CPY-LVLG-BALANCE
           SET CPY-LVLG-SUCCESS TO TRUE
           SET CPY-LVLG-ALL-DONE TO TRUE
          .
       APPLY-ENTRY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-LEDGER-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    one ledger line for the WS-ENTRY-LEAVE-TYPE balance, which
      *>    already carries the entry
           MOVE SPACES              TO LEDGER-RECORD
           MOVE CPY-LVLG-EMPNO      TO LDG-EMPNO
           MOVE WS-ENTRY-LEAVE-TYPE TO LDG-LEAVE-TYPE
           MOVE WS-ENTRY-TYPE       TO LDG-ENTRY-TYPE
           MOVE WS-ENTRY-PERIOD     TO LDG-PERIOD
           MOVE WS-RUN-DATE         TO LDG-POST-DATE
           IF WS-ENTRY-DAYS < 0
               MOVE '-' TO LDG-SIGN
           ELSE
               MOVE '+' TO LDG-SIGN
           END-IF
           MOVE WS-ENTRY-DAYS       TO LDG-DAYS
           IF WS-BAL-DAYS < 0
               MOVE '-' TO LDG-BAL-SIGN
           ELSE
               MOVE '+' TO LDG-BAL-SIGN
           END-IF
           MOVE WS-BAL-DAYS         TO LDG-BALANCE
           MOVE WS-ENTRY-REFERENCE  TO LDG-REFERENCE
           WRITE LEDGER-RECORD
          .
       WRITE-LEDGER-LINE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       QUERY-BALANCES SECTION.
      *>------------------------------------------------------------------------
           IF NOT WS-SESSION-OPEN
               PERFORM OPEN-BALANCE-FILE THRU OPEN-BALANCE-FILE-EXIT
           END-IF

           MOVE 'N' TO WS-SETTLED-SW
           IF WS-BAL-OPEN
               PERFORM FILL-BALANCES THRU FILL-BALANCES-EXIT
           END-IF
           PERFORM CLOSE-BALANCE-FILE THRU CLOSE-BALANCE-FILE-EXIT

           IF WS-ANY-SETTLED
               SET CPY-LVLG-SUCCESS TO TRUE
               SET CPY-LVLG-ALL-DONE TO TRUE
           ELSE
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-NOT-FOUND TO TRUE
           END-IF
          .
       QUERY-BALANCES-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FILL-BALANCES SECTION.
      *>------------------------------------------------------------------------
      *>    both balances of CPY-LVLG-EMPNO into the caller's area;
      *>    WS-ANY-SETTLED says whether there was either one
           MOVE 'N' TO WS-SETTLED-SW
           MOVE 0 TO CPY-LVLG-VAC-BALANCE
           MOVE 0 TO CPY-LVLG-VAC-LAST-PERIOD
           MOVE 0 TO CPY-LVLG-SICK-BALANCE
           MOVE 0 TO CPY-LVLG-SICK-LAST-PERIOD

           MOVE 'V' TO WS-ENTRY-LEAVE-TYPE
           PERFORM READ-BALANCE THRU READ-BALANCE-EXIT
           IF WS-BAL-FOUND
               SET WS-ANY-SETTLED TO TRUE
               MOVE WS-BAL-DAYS TO CPY-LVLG-VAC-BALANCE
               MOVE WS-BAL-LAST TO CPY-LVLG-VAC-LAST-PERIOD
           END-IF

           MOVE 'S' TO WS-ENTRY-LEAVE-TYPE
           PERFORM READ-BALANCE THRU READ-BALANCE-EXIT
           IF WS-BAL-FOUND
               SET WS-ANY-SETTLED TO TRUE
               MOVE WS-BAL-DAYS TO CPY-LVLG-SICK-BALANCE
               MOVE WS-BAL-LAST TO CPY-LVLG-SICK-LAST-PERIOD
           END-IF
          .
       FILL-BALANCES-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       TERMINATE-BALANCES SECTION.
      *>------------------------------------------------------------------------
      *>    a leaver's balances are settled and leave the balance
      *>    store; the ledger keeps the history, and a rehire starts
      *>    again from nothing
           IF NOT WS-SESSION-OPEN
               PERFORM OPEN-BALANCE-FILE THRU OPEN-BALANCE-FILE-EXIT
           END-IF

           MOVE 0 TO CPY-LVLG-PAID-DAYS
           MOVE 0 TO CPY-LVLG-PAID-AMOUNT
           MOVE 0 TO CPY-LVLG-FORFEIT-DAYS

           MOVE 'N' TO WS-SETTLED-SW
           IF WS-BAL-OPEN
               PERFORM FILL-BALANCES THRU FILL-BALANCES-EXIT
           END-IF
           IF NOT WS-ANY-SETTLED
               PERFORM CLOSE-BALANCE-FILE THRU CLOSE-BALANCE-FILE-EXIT
               SET CPY-LVLG-FAIL TO TRUE
               SET CPY-LVLG-NOT-FOUND TO TRUE
               GO TO TERMINATE-BALANCES-EXIT
           END-IF

           IF CPY-LVLG-TERM-DATE IS NOT NUMERIC
           OR CPY-LVLG-TERM-DATE = 0
               MOVE WS-RUN-DATE TO CPY-LVLG-TERM-DATE
           END-IF
           MOVE CPY-LVLG-TERM-DATE (1:6) TO WS-ENTRY-PERIOD

      *>    a day's pay for the payout lines
           MOVE 0 TO WS-DAILY-RATE
           IF CPY-LVLG-SALARY IS NUMERIC
               COMPUTE WS-DAILY-RATE ROUNDED = CPY-LVLG-SALARY / 260
           END-IF

      *>    continuous service to the termination date, whole
      *>    calendar months, for the band the payout rule comes from
           MOVE 0 TO WS-SPAN-MONTHS
           MOVE SPACES TO WS-HIRE-NUM
           STRING CPY-LVLG-HIREDATE (1:4) DELIMITED BY SIZE
                  CPY-LVLG-HIREDATE (6:2) DELIMITED BY SIZE
                  CPY-LVLG-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-NUM
           END-STRING
           IF WS-HIRE-NUM IS NUMERIC
               PERFORM COMPUTE-SERVICE-MONTHS
                  THRU COMPUTE-SERVICE-MONTHS-EXIT
           END-IF

           MOVE 0 TO WS-PYO-COUNT
           PERFORM LOAD-PAYOUT-FILE THRU LOAD-PAYOUT-FILE-EXIT

           MOVE 'V' TO WS-SETTLE-TYPE
           PERFORM SETTLE-ONE-BALANCE THRU SETTLE-ONE-BALANCE-EXIT
           MOVE 'S' TO WS-SETTLE-TYPE
           PERFORM SETTLE-ONE-BALANCE THRU SETTLE-ONE-BALANCE-EXIT

           PERFORM CLOSE-BALANCE-FILE THRU CLOSE-BALANCE-FILE-EXIT

           IF CPY-LVLG-PAID-DAYS > 0
               PERFORM REWRITE-PAYOUT-FILE
                  THRU REWRITE-PAYOUT-FILE-EXIT
           END-IF

           DISPLAY "DB2LVLG: EMPNO " CPY-LVLG-EMPNO " SETTLED - "
              CPY-LVLG-PAID-DAYS " DAY(S) PAID OUT, "
              CPY-LVLG-FORFEIT-DAYS " FORFEITED"

           SET CPY-LVLG-SUCCESS TO TRUE
           SET CPY-LVLG-ALL-DONE TO TRUE
          .
       TERMINATE-BALANCES-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SETTLE-ONE-BALANCE SECTION.
      *>------------------------------------------------------------------------
      *>    the WS-SETTLE-TYPE balance of the leaver: paid out when
      *>    the policy band says so, otherwise forfeited. With no
      *>    policy to ask, a positive balance is paid - it was earned.
      *>    A balance below zero is written off; recovering it from
      *>    the final check is payroll's call.
           MOVE WS-SETTLE-TYPE TO WS-ENTRY-LEAVE-TYPE
           PERFORM READ-BALANCE THRU READ-BALANCE-EXIT
           IF NOT WS-BAL-FOUND
               GO TO SETTLE-ONE-BALANCE-EXIT
           END-IF

      *>    the balance comes off the store whatever becomes of it
           DELETE BAL-FILE RECORD
           END-DELETE
           IF NOT WS-BAL-FILE-OK
               DISPLAY "DB2LVLG: BALANCE DELETE FAILED, STATUS "
                  WS-BAL-FILE-STATUS " - EMPNO " CPY-LVLG-EMPNO
                  " LEAVE TYPE " WS-SETTLE-TYPE
           END-IF

           IF WS-BAL-DAYS = 0
               GO TO SETTLE-ONE-BALANCE-EXIT
           END-IF

           MOVE 'N' TO WS-PAY-IT-SW
           IF WS-BAL-DAYS > 0
               INITIALIZE CPY-ACRPOL-REC
               SET CPY-ACRP-RATE-LOOKUP TO TRUE
               MOVE WS-SETTLE-TYPE TO CPY-ACRP-LEAVE-TYPE
               MOVE WS-SPAN-MONTHS TO CPY-ACRP-SERVICE-MONTHS
               CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL
               IF CPY-ACRP-SUCCESS
                   IF CPY-ACRP-PAID-OUT
                       SET WS-PAY-IT TO TRUE
                   END-IF
               ELSE
                   DISPLAY "DB2LVLG: NO ACCRUAL-POLICY BAND FOR LEAVE"
                      " TYPE " WS-SETTLE-TYPE " - BALANCE PAID OUT"
                   SET WS-PAY-IT TO TRUE
               END-IF
           END-IF

           COMPUTE WS-ENTRY-DAYS = 0 - WS-BAL-DAYS
           MOVE 0 TO WS-BAL-DAYS

           IF WS-PAY-IT
               MOVE 'P' TO WS-ENTRY-TYPE
               MOVE "TERMINATION PAYOUT" TO WS-ENTRY-REFERENCE
               COMPUTE WS-PAY-DAYS = 0 - WS-ENTRY-DAYS
               COMPUTE WS-PAY-AMOUNT ROUNDED =
                   WS-PAY-DAYS * WS-DAILY-RATE
               ADD WS-PAY-DAYS   TO CPY-LVLG-PAID-DAYS
               ADD WS-PAY-AMOUNT TO CPY-LVLG-PAID-AMOUNT
               PERFORM ADD-PAYOUT-LINE THRU ADD-PAYOUT-LINE-EXIT
           ELSE
               MOVE 'F' TO WS-ENTRY-TYPE
               MOVE "TERMINATION FORFEIT" TO WS-ENTRY-REFERENCE
               SUBTRACT WS-ENTRY-DAYS FROM CPY-LVLG-FORFEIT-DAYS
           END-IF

           IF NOT WS-SESSION-OPEN
               OPEN EXTEND LEDGER-FILE
           END-IF
           PERFORM WRITE-LEDGER-LINE THRU WRITE-LEDGER-LINE-EXIT
           IF NOT WS-SESSION-OPEN
               CLOSE LEDGER-FILE
           END-IF
          .
       SETTLE-ONE-BALANCE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       COMPUTE-SERVICE-MONTHS SECTION.
      *>------------------------------------------------------------------------
      *>    whole calendar months from the hire date in WS-HIRE-NUM to
      *>    the termination date, counted as DB2SRVC counts continuous
      *>    service: a part-month does not count, a span that comes
      *>    out backwards counts as zero
           MOVE WS-HIRE-NUM (1:4) TO WS-FROM-YYYY
           MOVE WS-HIRE-NUM (5:2) TO WS-FROM-MM
           MOVE WS-HIRE-NUM (7:2) TO WS-FROM-DD
           MOVE CPY-LVLG-TERM-DATE (1:4) TO WS-TO-YYYY
           MOVE CPY-LVLG-TERM-DATE (5:2) TO WS-TO-MM
           MOVE CPY-LVLG-TERM-DATE (7:2) TO WS-TO-DD

           COMPUTE WS-SPAN-MONTHS =
               (WS-TO-YYYY - WS-FROM-YYYY) * 12
             + (WS-TO-MM   - WS-FROM-MM)

           IF WS-TO-DD < WS-FROM-DD
               SUBTRACT 1 FROM WS-SPAN-MONTHS
           END-IF

           IF WS-SPAN-MONTHS < 0
               MOVE 0 TO WS-SPAN-MONTHS
           END-IF
          .
       COMPUTE-SERVICE-MONTHS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-PAYOUT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    the detail lines of a payout file payroll has not yet
      *>    collected are carried into the rewritten file; no file
      *>    means this is the first leaver since the last collection
           MOVE 'N' TO WS-PAYOUT-EOF-SW
           MOVE 0 TO WS-PYO-AMOUNT-HASH
           MOVE 0 TO WS-PYO-DAYS-HASH

           OPEN INPUT PAYOUT-FILE
           IF NOT WS-PAYOUT-FILE-OK
               GO TO LOAD-PAYOUT-FILE-EXIT
           END-IF

           PERFORM READ-PAYOUT-RECORD THRU READ-PAYOUT-RECORD-EXIT
              UNTIL WS-PAYOUT-EOF
           CLOSE PAYOUT-FILE
          .
       LOAD-PAYOUT-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-PAYOUT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PAYOUT-FILE
             AT END
               SET WS-PAYOUT-EOF TO TRUE
             NOT AT END
               IF PYO-DTL-REC-TYPE = 'LD'
                   IF WS-PYO-COUNT < WS-PYO-MAX
                       ADD 1 TO WS-PYO-COUNT
                       MOVE PAYOUT-RECORD TO WS-PYO-LINE (WS-PYO-COUNT)
                       IF PYO-DTL-AMOUNT IS NUMERIC
                           ADD PYO-DTL-AMOUNT TO WS-PYO-AMOUNT-HASH
                       END-IF
                       IF PYO-DTL-DAYS IS NUMERIC
                           ADD PYO-DTL-DAYS TO WS-PYO-DAYS-HASH
                       END-IF
                   ELSE
                       DISPLAY "DB2LVLG: *** PAYOUT FILE EXCEEDS "
                          WS-PYO-MAX " LINES - COLLECT IT ***"
                   END-IF
               END-IF
           END-READ
          .
       READ-PAYOUT-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-PAYOUT-LINE SECTION.
      *>------------------------------------------------------------------------
           IF WS-PYO-COUNT >= WS-PYO-MAX
               DISPLAY "DB2LVLG: *** PAYOUT FILE FULL - EMPNO "
                  CPY-LVLG-EMPNO " LEAVE TYPE " WS-SETTLE-TYPE
                  " MUST BE PAID BY HAND ***"
               GO TO ADD-PAYOUT-LINE-EXIT
           END-IF

           MOVE SPACES              TO PAYOUT-RECORD
           MOVE 'LD'                TO PYO-DTL-REC-TYPE
           MOVE CPY-LVLG-EMPNO      TO PYO-DTL-EMPNO
           MOVE CPY-LVLG-FIRSTNME   TO PYO-DTL-FIRSTNME
           MOVE CPY-LVLG-LASTNAME   TO PYO-DTL-LASTNAME
           MOVE CPY-LVLG-WORKDEPT   TO PYO-DTL-WORKDEPT
           MOVE WS-SETTLE-TYPE      TO PYO-DTL-LEAVE-TYPE
           MOVE CPY-LVLG-TERM-DATE  TO PYO-DTL-TERM-DATE
           MOVE WS-PAY-DAYS         TO PYO-DTL-DAYS
           MOVE WS-DAILY-RATE       TO PYO-DTL-DAILY-RATE
           MOVE WS-PAY-AMOUNT       TO PYO-DTL-AMOUNT

           ADD 1 TO WS-PYO-COUNT
           MOVE PAYOUT-RECORD TO WS-PYO-LINE (WS-PYO-COUNT)
           ADD WS-PAY-AMOUNT TO WS-PYO-AMOUNT-HASH
           ADD WS-PAY-DAYS   TO WS-PYO-DAYS-HASH
          .
       ADD-PAYOUT-LINE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-PAYOUT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    header dated today, every detail line, and the trailer
      *>    with the vendor's controls: line count, amount hash and
      *>    days hash
           OPEN OUTPUT PAYOUT-FILE

           MOVE SPACES      TO PAYOUT-RECORD
           MOVE 'LH'        TO PYO-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO PYO-HDR-RUN-DATE
           WRITE PAYOUT-RECORD

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-PYO-COUNT
               MOVE WS-PYO-LINE (WS-SCAN-IDX) TO PAYOUT-RECORD
               WRITE PAYOUT-RECORD
           END-PERFORM

           MOVE SPACES             TO PAYOUT-RECORD
           MOVE 'LT'               TO PYO-TRL-REC-TYPE
           MOVE WS-PYO-COUNT       TO PYO-TRL-REC-COUNT
           MOVE WS-PYO-AMOUNT-HASH TO PYO-TRL-AMOUNT-HASH
           MOVE WS-PYO-DAYS-HASH   TO PYO-TRL-DAYS-HASH
           WRITE PAYOUT-RECORD

           CLOSE PAYOUT-FILE
          .
       REWRITE-PAYOUT-FILE-EXIT.
          EXIT.

       END PROGRAM DB2LVLG.

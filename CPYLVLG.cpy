      *>************************************************************************
      *> Program:      CPYLVLG.cpy
      *>
      *> Usage:        Shared LEAVE LEDGER request layout. COPY this into
      *>               the LINKAGE SECTION of DB2LVLG and into any caller
      *>               that posts to or inquires on the vacation and sick-
      *>               leave ledger, the same way CPYCERT.cpy is shared
      *>               around DB2CERT.
      *>               POST records one accrual, usage or adjustment for
      *>               an EMPNO and leave type and returns the balance
      *>               after it; QUERY returns both balances; TERMINATE
      *>               settles both balances for a leaver, paying out what
      *>               the accrual policy says is paid on the final check.
      *>               BEGIN-BATCH and END-BATCH bracket a run of POSTs so
      *>               the balances are loaded and rewritten once, the way
      *>               DB2DEPT's OPEN-ALL and CLOSE-ALL bracket its fetches.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the leave ledger program.
      *>************************************************************************

       01 CPY-LEAVE-REC.
         05 CPY-LVLG-OPERATION         PIC X(1).
            88 CPY-LVLG-POST               VALUE 'P'.
            88 CPY-LVLG-QUERY              VALUE 'Q'.
            88 CPY-LVLG-TERMINATE          VALUE 'T'.
            88 CPY-LVLG-BEGIN-BATCH        VALUE 'B'.
            88 CPY-LVLG-END-BATCH          VALUE 'E'.
         05 CPY-LVLG-STATUS            PIC X(1).
            88 CPY-LVLG-SUCCESS            VALUE 'S'.
            88 CPY-LVLG-FAIL               VALUE 'F'.
         05 CPY-LVLG-REASON            PIC X(1).
            88 CPY-LVLG-ALL-DONE           VALUE '0'.
            88 CPY-LVLG-INSUFFICIENT       VALUE '3'.
            88 CPY-LVLG-NOT-FOUND          VALUE '4'.
            88 CPY-LVLG-DUPLICATE          VALUE '8'.
            88 CPY-LVLG-ERROR              VALUE '9'.
         05 CPY-LVLG-EMPNO             PIC X(6).
         05 CPY-LVLG-LEAVE-TYPE        PIC X(1).
            88 CPY-LVLG-VACATION           VALUE 'V'.
            88 CPY-LVLG-SICK               VALUE 'S'.
         05 CPY-LVLG-ENTRY-TYPE        PIC X(1).
            88 CPY-LVLG-ACCRUAL            VALUE 'A'.
            88 CPY-LVLG-USAGE              VALUE 'U'.
            88 CPY-LVLG-ADJUSTMENT         VALUE 'J'.
      *>   the month (YYYYMM) the entry counts in; required on an
      *>   accrual, the current month when left zero otherwise
         05 CPY-LVLG-PERIOD            PIC 9(6).
      *>   days earned or taken (positive), or the signed adjustment;
      *>   comes back as the days actually posted
         05 CPY-LVLG-DAYS              PIC S9(4)V9(2).
      *>   accrual only: the balance cap from the policy, zero for none
         05 CPY-LVLG-CAP               PIC 9(4)V9(2).
         05 CPY-LVLG-REFERENCE         PIC X(20).
      *>   POST: the balance of the leave type after the entry
         05 CPY-LVLG-BALANCE           PIC S9(4)V9(2).
      *>   QUERY and TERMINATE: both balances, and the last month
      *>   accrued for each
         05 CPY-LVLG-VAC-BALANCE       PIC S9(4)V9(2).
         05 CPY-LVLG-VAC-LAST-PERIOD   PIC 9(6).
         05 CPY-LVLG-SICK-BALANCE      PIC S9(4)V9(2).
         05 CPY-LVLG-SICK-LAST-PERIOD  PIC 9(6).
      *>   TERMINATE only: the leaver as archived, for the service band
      *>   and the payroll vendor's payout line
         05 CPY-LVLG-TERM-DATE         PIC 9(8).
         05 CPY-LVLG-HIREDATE          PIC X(10).
         05 CPY-LVLG-FIRSTNME          PIC X(12).
         05 CPY-LVLG-LASTNAME          PIC X(15).
         05 CPY-LVLG-WORKDEPT          PIC X(3).
         05 CPY-LVLG-SALARY            PIC 9(7)V9(2).
      *>   TERMINATE only: what was paid out and what was forfeited
         05 CPY-LVLG-PAID-DAYS         PIC 9(4)V9(2).
         05 CPY-LVLG-PAID-AMOUNT       PIC 9(7)V9(2).
         05 CPY-LVLG-FORFEIT-DAYS      PIC S9(4)V9(2).

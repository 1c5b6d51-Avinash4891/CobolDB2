      *>              names the stray history record on the console, so
      *>              the store is repaired instead of silently claiming
      *>              a termination that never happened.
      *> 2026.10.15 Avinash Kumar
      *>            - the transaction's change provenance is passed to
      *>              DB2EHIST and archived with the spell.
      *>            - retire the employee's licences and certifications
      *>              in step with the contact record: after a
      *>              successful DELETE every certification on the
      *>              certification store (DB2CERT) moves to its archive.
      *>            - settle the leaver's vacation and sick-leave
      *>              balances: after a successful DELETE the leave
      *>              ledger (DB2LVLG) pays out what the accrual policy
      *>              says is paid on the final check, through the
      *>              payroll vendor's payout file, and forfeits the
      *>              rest.
      *> 2026.10.15 Avinash Kumar
      *>            - the termination-reason code the DELETE carries is
      *>              verified on the termination-reason master
      *>              (DB2TRSN) before anything is archived, and is
      *>              archived with the spell; a code not on the master
      *>              fails the DELETE with its own reason code.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> contact details are archived in step with the row
       COPY "CPYCONT.cpy".

      *> certification record passed to DB2CERT so the employee's
      *> licences and certifications are archived with the contact
       COPY "CPYCERT.cpy".

      *> leave-ledger record passed to DB2LVLG so the leaver's leave
      *> balances are settled on the final check
       COPY "CPYLVLG.cpy".

      *> termination-reason record passed to DB2TRSN so the reason the
      *> DELETE carries is known before the spell is archived with it
       COPY "CPYTRSN.cpy".

       LINKAGE SECTION.
        COPY "EMPDB2CO.cpy".


           IF CPY-EMPLOYEE-DELETE
              PERFORM MOVE-TO-EMP-HOST THRU MOVE-TO-EMP-HOST-EXIT
              PERFORM CHECK-TERM-REASON THRU CHECK-TERM-REASON-EXIT
              IF CPY-EMP-BAD-TERM-REASON
                 CONTINUE
              ELSE
              PERFORM ARCHIVE-TO-HIST THRU ARCHIVE-TO-HIST-EXIT
              PERFORM DELETE-EMPL THRU DELETE-EMPL-EXIT
              IF CPY-EMPLOYEE-SUCCESS
                 PERFORM RETIRE-CONTACT THRU RETIRE-CONTACT-EXIT
                 PERFORM RETIRE-CERTS THRU RETIRE-CERTS-EXIT
                 PERFORM PAY-OUT-LEAVE THRU PAY-OUT-LEAVE-EXIT
              ELSE
      *>         the unit of work forces archive-first, so a DELETE
      *>         that then fails has left a history record claiming a
                       " MUST BE REMOVED FROM THE HISTORY STORE ***"
                 END-IF
              END-IF
              END-IF
           END-IF
           DISPLAY "DB2DELET: EXITING DB2 DELETE MODULE"

       MOVE-TO-EMP-HOST-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-TERM-REASON SECTION.
      *>------------------------------------------------------------------------
      *>    a reason the DELETE names has to be on the termination-
      *>    reason master, or the history would carry a code nobody
      *>    can classify; the entry points insist on a reason, so a
      *>    blank one only comes from a utility that undoes an ADD,
      *>    and a shop with no master yet archives the code unchecked
           IF CPY-TERM-REASON = SPACES
              GO TO CHECK-TERM-REASON-EXIT
           END-IF

           INITIALIZE CPY-TERMRSN-REC
           SET CPY-TRSN-SELECT TO TRUE
           MOVE CPY-TERM-REASON TO CPY-TRSN-CODE

           CALL "DB2TRSN" USING CPY-TERMRSN-REC END-CALL

           IF CPY-TRSN-FAIL AND NOT CPY-TRSN-NO-MASTER
              DISPLAY "DB2DELET: TERMINATION REASON " CPY-TERM-REASON
                 " NOT ON THE TERMINATION-REASON MASTER - REJECTED"
              SET CPY-EMPLOYEE-FAIL TO TRUE
              SET CPY-EMP-BAD-TERM-REASON TO TRUE
           END-IF
          .
       CHECK-TERM-REASON-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ARCHIVE-TO-HIST SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-EMPHIST
           SET CPY-HIST-ARCHIVE TO TRUE
           MOVE EMP-EMPNO TO CPY-HIST-EMPNO
           MOVE CPY-PROV-CODE   TO CPY-HIST-PROV-CODE
           MOVE CPY-PROV-ORIGIN TO CPY-HIST-PROV-ORIGIN
           MOVE CPY-TERM-REASON TO CPY-HIST-TERM-REASON

           CALL "DB2EHIST" USING CPY-EMPHIST END-CALL

       RETIRE-CONTACT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       RETIRE-CERTS SECTION.
      *>------------------------------------------------------------------------
      *>    a leaver's licences must not stay on the certification
      *>    store to be reported as expiring; DB2CERT's TERMINATE moves
      *>    every one to the certification archive, and an employee
      *>    holding none, or a shop with no store yet, has nothing to
      *>    retire
           INITIALIZE CPY-CERT-REC
           SET CPY-CERT-TERMINATE TO TRUE
           MOVE EMP-EMPNO TO CPY-CERT-EMPNO

           CALL "DB2CERT" USING CPY-CERT-REC END-CALL

           IF CPY-CERT-FAIL
           AND NOT CPY-CERT-NOT-FOUND
           AND NOT CPY-CERT-NO-MASTER
               DISPLAY "DB2DELET: CERTIFICATION ARCHIVE FAILED FOR"
                  " EMPNO " EMP-EMPNO
           END-IF
          .
       RETIRE-CERTS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       PAY-OUT-LEAVE SECTION.
      *>------------------------------------------------------------------------
      *>    the leaver's leave balances are settled from the row just
      *>    archived: DB2LVLG's TERMINATE writes what is paid out to
      *>    the payroll vendor's payout file and forfeits the rest; an
      *>    employee with no leave on the ledger has nothing to settle
           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-TERMINATE TO TRUE
           MOVE EMP-EMPNO TO CPY-LVLG-EMPNO
           IF CPY-HIST-SUCCESS
               MOVE CPY-HIST-TERM-DATE TO CPY-LVLG-TERM-DATE
               MOVE CPY-HIST-HIREDATE  TO CPY-LVLG-HIREDATE
               MOVE CPY-HIST-FIRSTNME  TO CPY-LVLG-FIRSTNME
               MOVE CPY-HIST-LASTNAME  TO CPY-LVLG-LASTNAME
               MOVE CPY-HIST-WORKDEPT  TO CPY-LVLG-WORKDEPT
               MOVE CPY-HIST-SALARY    TO CPY-LVLG-SALARY
           END-IF

           CALL "DB2LVLG" USING CPY-LEAVE-REC END-CALL

           IF CPY-LVLG-FAIL AND NOT CPY-LVLG-NOT-FOUND
               DISPLAY "DB2DELET: LEAVE SETTLEMENT FAILED FOR EMPNO "
                  EMP-EMPNO
           END-IF
          .
       PAY-OUT-LEAVE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-EMPL SECTION.
      *>------------------------------------------------------------------------

      *>              DB2INSRT_REHIRE_CHECK=N; the bulk load driver does
      *>              so to keep conversion-sized files free of per-row
      *>              history-store rereads.
      *> 2026.10.15 Avinash Kumar
      *>            - a rehire is refused, with its own reason code,
      *>              when the last spell ended with a termination
      *>              reason the termination-reason master (DB2TRSN)
      *>              marks not eligible for rehire, unless the ADD
      *>              carries a supervisor's override.
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> switches it off through DB2INSRT_REHIRE_CHECK=N
       01 WS-REHIRE-CHECK-IN           PIC X(1).

      *> termination-reason record passed to DB2TRSN to learn whether
      *> the reason the last spell ended with allows a rehire
       COPY "CPYTRSN.cpy".

       01 WS-REHIRE-BAR-SW             PIC X(1) VALUE 'N'.
          88 WS-REHIRE-BARRED              VALUE 'Y'.

       LINKAGE SECTION.
        COPY "EMPDB2CO.cpy".

                 CONTINUE
              ELSE
                 PERFORM CHECK-REHIRE THRU CHECK-REHIRE-EXIT
                 IF WS-REHIRE-BARRED
                    CONTINUE
                 ELSE
                    PERFORM INSERT-EMPL THRU INSERT-EMPL-EXIT
                 END-IF
              END-IF
           END-IF
           DISPLAY "DB2INSRT: EXITING DB2 INSERT MODULE"
      *>    lookup - at forty thousand rows the per-row reread of the
      *>    history store is exactly the overhead that path exists to
      *>    avoid.
      *>    A spell that ended for a reason the termination-reason
      *>    master bars from rehire stops the ADD here unless a
      *>    supervisor's override rides on it; a spell with no reason,
      *>    or one no longer on the master, does not.
           MOVE 'N' TO WS-REHIRE-BAR-SW

           ACCEPT WS-REHIRE-CHECK-IN
              FROM ENVIRONMENT "DB2INSRT_REHIRE_CHECK"
           IF WS-REHIRE-CHECK-IN = 'N'
              DISPLAY "DB2INSRT: EMPNO " EMP-EMPNO
                 " PREVIOUSLY TERMINATED " CPY-HIST-TERM-DATE
                 " - PROCESSING AS REHIRE"
           ELSE
              GO TO CHECK-REHIRE-EXIT
           END-IF

           IF CPY-HIST-TERM-REASON = SPACES
              GO TO CHECK-REHIRE-EXIT
           END-IF

           INITIALIZE CPY-TERMRSN-REC
           SET CPY-TRSN-SELECT TO TRUE
           MOVE CPY-HIST-TERM-REASON TO CPY-TRSN-CODE

           CALL "DB2TRSN" USING CPY-TERMRSN-REC END-CALL

           IF CPY-TRSN-SUCCESS AND CPY-TRSN-NO-REHIRE
              IF CPY-REHIRE-OVERRIDDEN
                 DISPLAY "DB2INSRT: EMPNO " EMP-EMPNO
                    " LEFT FOR REASON " CPY-HIST-TERM-REASON
                    " (NOT ELIGIBLE FOR REHIRE) - OVERRIDDEN BY "
                    CPY-PROV-ORIGIN
              ELSE
                 DISPLAY "DB2INSRT: EMPNO " EMP-EMPNO
                    " LEFT FOR REASON " CPY-HIST-TERM-REASON
                    " - NOT ELIGIBLE FOR REHIRE - REJECTED"
                 SET WS-REHIRE-BARRED TO TRUE
                 SET CPY-EMPLOYEE-FAIL TO TRUE
                 SET CPY-EMP-NOT-REHIRABLE TO TRUE
              END-IF
           END-IF
          .
       CHECK-REHIRE-EXIT.

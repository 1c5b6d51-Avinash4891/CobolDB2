      *>                 come out on an exception report rather than
      *>                 being silently dropped, and the run ends with a
      *>                 warning condition code
      *>               - records the journal on the dispatch register
      *>                 (DB2DSPR); a journal identical to one already
      *>                 sent is refused so it cannot be posted twice
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the journal is recorded on the dispatch register
      *>              (DB2DSPR) with its line count and amount hash. A
      *>              journal identical to one already sent is refused
      *>              (condition code 8) so the GL cannot post it twice;
      *>              a register that cannot be written is warned (4).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        01 WS-JRN-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-JRN-OVERFLOW        VALUE 'Y'.

      *> the dispatch register: the journal is recorded once it is
      *> closed, and a second identical journal is refused
        01 WS-DSPR-PGM           PIC X(7) VALUE 'DB2DSPR'.
        01 WS-DISPATCH-SW        PIC X VALUE SPACE.
           88 WS-DISPATCH-DONE       VALUE 'S'.
           88 WS-DISPATCH-REFUSED    VALUE 'R'.
           88 WS-DISPATCH-UNLOGGED   VALUE 'U'.

         COPY "CPYDSPR.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------

           PERFORM WRITE-JOURNAL-FILE THRU WRITE-JOURNAL-FILE-EXIT

           PERFORM REGISTER-DISPATCH THRU REGISTER-DISPATCH-EXIT

           DISPLAY "DB2GLX: ========= EXTRACT SUMMARY ============"
           DISPLAY "DB2GLX: EMPLOYEES MAPPED    : " WS-MAPPED-COUNT
           DISPLAY "DB2GLX: EMPLOYEES UNMAPPED  : " WS-UNMAPPED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-DISPATCH-REFUSED
               DISPLAY "DB2GLX: *** DISPATCH REFUSED - IDENTICAL"
                  " JOURNAL ALREADY SENT " CPY-DSPR-PRIOR-DATE
                  " - DO NOT RELEASE TO THE GL ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-DISPATCH-UNLOGGED
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2GLX: EXITING GL JOURNAL EXTRACT MODULE"

           STOP RUN.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REGISTER-DISPATCH SECTION.
      *>------------------------------------------------------------------------
      *>    the GL must never be sent the same journal twice; DB2DSPR
      *>    refuses a repeat unless the operator overrides
           INITIALIZE CPY-DISPATCH-REC
           SET CPY-DSPR-REGISTER TO TRUE
           MOVE 'GLJRNL'             TO CPY-DSPR-INTERFACE
           MOVE WS-JOURNAL-FILE-NAME TO CPY-DSPR-FILE-NAME
           MOVE 'DB2GLX'             TO CPY-DSPR-REQ-PGM
           MOVE WS-RUN-DATE          TO CPY-DSPR-RUN-DATE
           MOVE WS-LINE-COUNT        TO CPY-DSPR-REC-COUNT
           MOVE WS-AMOUNT-HASH       TO CPY-DSPR-AMOUNT-TOTAL

           CALL WS-DSPR-PGM USING CPY-DISPATCH-REC END-CALL

           IF CPY-DSPR-SUCCESS
               SET WS-DISPATCH-DONE TO TRUE
           ELSE
           IF CPY-DSPR-DUPLICATE
               SET WS-DISPATCH-REFUSED TO TRUE
           ELSE
               SET WS-DISPATCH-UNLOGGED TO TRUE
               DISPLAY "DB2GLX: JOURNAL NOT RECORDED ON THE DISPATCH"
                  " REGISTER - REASON " CPY-DSPR-REASON
           END-IF
           END-IF
           .
       REGISTER-DISPATCH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2GLX.

      *>              as-is, abandoned when it is abandoned - so the
      *>              ledger finally says how many rejects are still
      *>              unrepaired.
      *> 2026.10.15 Avinash Kumar
      *>            - reject images are read and resubmitted at the 120-byte
      *>              EMPDB2CO width (requisition number added); the
      *>              repair prompts for an ADD's requisition number.
      *> 2026.10.15 Avinash Kumar
      *>            - reject images are read and resubmitted at the 137-byte
      *>              EMPDB2CO width (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - reject images are read and resubmitted at the 140-byte
      *>              EMPDB2CO width (termination reason and rehire
      *>              override added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-IMAGE             PIC X(140).
           05 FILLER                PIC X(1).
           05 REJ-REASON-CODE       PIC X(4).
           05 FILLER                PIC X(1).
        01 WS-EDIT-DD            PIC 9(2).

      *> edited/kept transaction built from the reject image
        01 WS-WORK-EMPLOYEE      PIC X(140).

      *> reject-ledger controls: the ledger rides in memory for the
      *> session and is rewritten at the end when anything was marked
               END-IF
           END-IF

      *>    an ADD rejected for its requisition is usually repaired by
      *>    naming the right one
           IF CPY-EMPLOYEE-ADD
               DISPLAY "REQUISITION [" CPY-REQNO "]: "
                  WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE WS-ANSWER (1:6) TO CPY-REQNO
               END-IF
           END-IF

           MOVE CPY-EMPLOYEE TO WS-WORK-EMPLOYEE
           .
       EDIT-FIELDS-EXIT.

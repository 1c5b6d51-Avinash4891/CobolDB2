      *>                 future-dated hold machinery times the release
      *>               - a proposal report totalling the cost by
      *>                 department, for sign-off before the file runs
      *>               - every generated transaction is stamped with its
      *>                 change provenance: the mass-increase generator
      *>                 (code M) and this program's name and run date
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - each generated increase carries the mass-increase
      *>              generator as its change provenance, with DB2MASSI
      *>              and the run date as the origin.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           MOVE CPY-FR-BONUS  TO CPY-BONUS
           MOVE CPY-FR-COMM   TO CPY-COMM
           MOVE WS-RUL-EFF (WS-RULE-SLOT) TO CPY-HIREDATE-TO
           SET CPY-PROV-MASS-INCREASE TO TRUE
           MOVE 'DB2MASSI' TO CPY-PROV-PGM
           MOVE WS-RUN-DATE TO CPY-PROV-RUN-DATE
           WRITE CPY-EMPLOYEE

           ADD 1 TO WS-OUT-TOTAL

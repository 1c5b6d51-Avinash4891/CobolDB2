      *>                 and every employee it moves, for review before
      *>                 anything is applied - the March reorg's two
      *>                 evenings of typing, generated
      *>               - every generated transfer is stamped with its
      *>                 change provenance: a reorg package (code R)
      *>                 and this program's name and run date
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - each generated transfer carries the reorg package as
      *>              its change provenance, with DB2REORG and the run
      *>              date as the origin.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           MOVE WS-EMP-EMPNO (WS-EMP-IDX) TO CPY-EMPNO
           MOVE RRG-TARGET                TO CPY-WORKDEPT
           MOVE RRG-EFF-DATE              TO CPY-HIREDATE-TO
           SET CPY-PROV-REORG TO TRUE
           MOVE 'DB2REORG'                TO CPY-PROV-PGM
           MOVE WS-RUN-DATE               TO CPY-PROV-RUN-DATE
           WRITE CPY-EMPLOYEE

           ADD 1 TO WS-ETX-TOTAL

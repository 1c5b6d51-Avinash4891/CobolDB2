      *>              was carrying the two binary length bytes along, which
      *>              the transfer/restore paths would have written back
      *>              into FIRSTNME/LASTNAME on the table.
      *> 2026.10.15 Avinash Kumar
      *>            - the audit line carries the transaction's change
      *>              provenance: SRC= at column 108, the provenance
      *>              code at 112 and the origin (branch, operator,
      *>              approver, or program and run date) at 114-129,
      *>              clear of the anonymization marker at 97-106.
      *>************************************************************************

       IDENTIFICATION DIVISION.
          05 WS-AUD-AFT-JOB         PIC X(8).
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 WS-AUD-AFT-SALARY      PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(12) VALUE SPACES.
          05 FILLER                 PIC X(4) VALUE "SRC=".
          05 WS-AUD-PROV-CODE       PIC X(1).
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 WS-AUD-PROV-ORIGIN     PIC X(16).

       01  SQLDA-ID pic 9(4) comp-5.
       01  SQLDSIZE pic 9(4) comp-5.
           MOVE EMP-WORKDEPT         TO WS-AUD-AFT-WORKDEPT
           MOVE EMP-JOB              TO WS-AUD-AFT-JOB
           MOVE EMP-SALARY           TO WS-AUD-AFT-SALARY
           MOVE CPY-PROV-CODE        TO WS-AUD-PROV-CODE
           MOVE CPY-PROV-ORIGIN      TO WS-AUD-PROV-ORIGIN

           OPEN EXTEND AUDIT-FILE
           MOVE WS-AUDIT-RECORD TO AUDIT-LINE

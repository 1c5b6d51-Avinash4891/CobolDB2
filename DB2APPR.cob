      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the queued transaction image is carried at the 120-byte
      *>              EMPDB2CO width (requisition number added).
      *> 2026.10.15 Avinash Kumar
      *>            - the queued transaction image is carried at the 137-byte
      *>              EMPDB2CO width (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - the queued transaction image is carried at the 140-byte
      *>              EMPDB2CO width (termination reason and rehire
      *>              override added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

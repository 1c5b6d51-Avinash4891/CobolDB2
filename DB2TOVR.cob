      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the transfer-history record is read at its widened
      *>              layout (change provenance added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05 XFH-TO-DEPT           PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-EFF-DATE          PIC X(10).
           05 FILLER                PIC X(1).
           05 XFH-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 XFH-PROV-ORIGIN       PIC X(16).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

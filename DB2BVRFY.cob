      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - file images are held at the 120-byte EMPDB2CO width
      *>              (requisition number added).
      *> 2026.10.15 Avinash Kumar
      *>            - file images are held at the 137-byte EMPDB2CO width
      *>              (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - file images are held at the 140-byte EMPDB2CO width
      *>              (termination reason and rehire override added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
        01 WS-FILE-TAB.
           05 WS-FILE-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-FILE-IDX.
              10 WS-FIL-IMAGE       PIC X(140).
              10 WS-FIL-SEEN-SW     PIC X(1).

        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.

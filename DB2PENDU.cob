      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - pending-store images are held at the 120-byte EMPDB2CO
      *>              width (requisition number added).
      *> 2026.10.15 Avinash Kumar
      *>            - pending-store images are held at the 137-byte EMPDB2CO
      *>              width (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - pending-store images are held at the 140-byte EMPDB2CO
      *>              width (termination reason and rehire override
      *>              added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> the pending store DB2CRU1 parks future-dated transactions on -
      *> one CPY-EMPLOYEE image per line, exactly as the driver holds it
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> force-released transactions go out as a complete DB2CRU1 input
      *> file with its own header and trailer counts
        01 WS-PEND-MAX           PIC 9(4) VALUE 500.
        01 WS-PEND-WARN-AT       PIC 9(4) VALUE 400.
        01 WS-PEND-TAB.
           05 WS-PEND-IMAGE          PIC X(140)
              OCCURS 500 TIMES
              INDEXED BY WS-PEND-IDX.

      *> resubmission file at exit
        01 WS-REL-COUNT          PIC 9(4) VALUE 0.
        01 WS-REL-TAB.
           05 WS-REL-IMAGE           PIC X(140)
              OCCURS 500 TIMES
              INDEXED BY WS-REL-IDX.


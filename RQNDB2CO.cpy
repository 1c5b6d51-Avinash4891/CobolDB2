      *>************************************************************************
      *> Program:      RQNDB2CO.cpy
      *>
      *> Usage:        Shared REQUISITION batch transaction file layout.
      *>               COPY this into the FD of the requisition
      *>               transaction file and into any program that builds
      *>               or reads such a file, the same way PRTDB2CO.cpy is
      *>               shared on the performance-rating side. The file
      *>               carries its own header/trailer control records for
      *>               count reconciliation. A cancellation is an UPDATE
      *>               with state 'C'.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the requisition driver.
      *>************************************************************************

       01 CPY-REQN-TX.
         05 CPY-RTX-REC-TYPE           PIC X(2).
            88 CPY-RTX-HEADER              VALUE 'HD'.
            88 CPY-RTX-TRAILER             VALUE 'TR'.
            88 CPY-RTX-TRANSACTION         VALUE 'TX'.
         05 CPY-RTX-OPERATION          PIC X(1).
            88 CPY-RTX-ADD                 VALUE 'A'.
            88 CPY-RTX-UPDATE              VALUE 'U'.
            88 CPY-RTX-DELETE              VALUE 'D'.
         05 CPY-RTX-STATUS             PIC X(1).
            88 CPY-RTX-SUCCESS             VALUE 'S'.
            88 CPY-RTX-FAIL                VALUE 'F'.
         05 CPY-RTX-REASON             PIC X(1).
         05 CPY-RTX-NO                 PIC X(6).
         05 CPY-RTX-WORKDEPT           PIC X(3).
         05 CPY-RTX-JOB                PIC X(8).
         05 CPY-RTX-MIN-SALARY         PIC 9(7)V9(2).
         05 CPY-RTX-MAX-SALARY         PIC 9(7)V9(2).
         05 CPY-RTX-APPR-DATE          PIC 9(8).
         05 CPY-RTX-STATE              PIC X(1).

       01 CPY-RTX-HEADER-RECORD REDEFINES CPY-REQN-TX.
         05 CPY-RTX-HDR-REC-TYPE       PIC X(2).
         05 CPY-RTX-HDR-RUN-DATE       PIC X(8).
         05 FILLER                     PIC X(39).

       01 CPY-RTX-TRAILER-RECORD REDEFINES CPY-REQN-TX.
         05 CPY-RTX-TRL-REC-TYPE       PIC X(2).
         05 CPY-RTX-TRL-TOTAL-COUNT    PIC 9(7).
         05 CPY-RTX-TRL-ADD-COUNT      PIC 9(7).
         05 CPY-RTX-TRL-UPDATE-COUNT   PIC 9(7).
         05 CPY-RTX-TRL-DELETE-COUNT   PIC 9(7).
         05 FILLER                     PIC X(19).

      *>************************************************************************
      *> Program:      CTXDB2CO.cpy
      *>
      *> Usage:        Shared EMPLOYEE CERTIFICATION batch transaction file
      *>               layout. COPY this into the FD of the certification
      *>               transaction file and into any program that builds
      *>               or reads such a file, the same way PRTDB2CO.cpy is
      *>               shared on the performance-rating side. The file
      *>               carries its own header/trailer control records for
      *>               count reconciliation.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the certification batch
      *>              driver.
      *>************************************************************************

       01 CPY-CERT-TX.
         05 CPY-CTX-REC-TYPE           PIC X(2).
            88 CPY-CTX-HEADER              VALUE 'HD'.
            88 CPY-CTX-TRAILER             VALUE 'TR'.
            88 CPY-CTX-TRANSACTION         VALUE 'TX'.
         05 CPY-CTX-OPERATION          PIC X(1).
            88 CPY-CTX-ADD                 VALUE 'A'.
            88 CPY-CTX-UPDATE              VALUE 'U'.
            88 CPY-CTX-DELETE              VALUE 'D'.
         05 CPY-CTX-STATUS             PIC X(1).
            88 CPY-CTX-SUCCESS             VALUE 'S'.
            88 CPY-CTX-FAIL                VALUE 'F'.
         05 CPY-CTX-REASON             PIC X(1).
         05 CPY-CTX-EMPNO              PIC X(6).
         05 CPY-CTX-CODE               PIC X(8).
         05 CPY-CTX-ISSUE-DATE         PIC 9(8).
         05 CPY-CTX-EXPIRY-DATE        PIC 9(8).
         05 CPY-CTX-ISSUER             PIC X(30).

       01 CPY-CTX-HEADER-RECORD REDEFINES CPY-CERT-TX.
         05 CPY-CTX-HDR-REC-TYPE       PIC X(2).
         05 CPY-CTX-HDR-RUN-DATE       PIC X(8).
         05 FILLER                     PIC X(55).

       01 CPY-CTX-TRAILER-RECORD REDEFINES CPY-CERT-TX.
         05 CPY-CTX-TRL-REC-TYPE       PIC X(2).
         05 CPY-CTX-TRL-TOTAL-COUNT    PIC 9(7).
         05 CPY-CTX-TRL-ADD-COUNT      PIC 9(7).
         05 CPY-CTX-TRL-UPDATE-COUNT   PIC 9(7).
         05 CPY-CTX-TRL-DELETE-COUNT   PIC 9(7).
         05 FILLER                     PIC X(35).

      *>************************************************************************
      *> Program:      PRTDB2CO.cpy
      *>
      *> Usage:        Shared PERFORMANCE-RATING batch transaction file
      *>               layout. COPY this into the FD of the rating
      *>               transaction file and into any program that builds
      *>               or reads such a file, the same way ESTDB2CO.cpy is
      *>               shared on the employee-status side. The file carries
      *>               its own header/trailer control records for count
      *>               reconciliation.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the performance-rating
      *>              driver.
      *>************************************************************************

       01 CPY-PRAT-TX.
         05 CPY-PTX-REC-TYPE           PIC X(2).
            88 CPY-PTX-HEADER              VALUE 'HD'.
            88 CPY-PTX-TRAILER             VALUE 'TR'.
            88 CPY-PTX-TRANSACTION         VALUE 'TX'.
         05 CPY-PTX-OPERATION          PIC X(1).
            88 CPY-PTX-ADD                 VALUE 'A'.
            88 CPY-PTX-UPDATE              VALUE 'U'.
            88 CPY-PTX-DELETE              VALUE 'D'.
         05 CPY-PTX-STATUS             PIC X(1).
            88 CPY-PTX-SUCCESS             VALUE 'S'.
            88 CPY-PTX-FAIL                VALUE 'F'.
         05 CPY-PTX-REASON             PIC X(1).
         05 CPY-PTX-EMPNO              PIC X(6).
         05 CPY-PTX-YEAR               PIC 9(4).
         05 CPY-PTX-RATING             PIC 9(1).
         05 CPY-PTX-REVIEW-DATE        PIC 9(8).
         05 CPY-PTX-REVIEWER           PIC X(6).

       01 CPY-PTX-HEADER-RECORD REDEFINES CPY-PRAT-TX.
         05 CPY-PTX-HDR-REC-TYPE       PIC X(2).
         05 CPY-PTX-HDR-RUN-DATE       PIC X(8).
         05 FILLER                     PIC X(20).

       01 CPY-PTX-TRAILER-RECORD REDEFINES CPY-PRAT-TX.
         05 CPY-PTX-TRL-REC-TYPE       PIC X(2).
         05 CPY-PTX-TRL-TOTAL-COUNT    PIC 9(7).
         05 CPY-PTX-TRL-ADD-COUNT      PIC 9(7).
         05 CPY-PTX-TRL-UPDATE-COUNT   PIC 9(7).
         05 CPY-PTX-TRL-DELETE-COUNT   PIC 9(7).

      *>************************************************************************
      *> Program:      LTXDB2CO.cpy
      *>
      *> Usage:        Shared LEAVE USAGE batch transaction file layout.
      *>               COPY this into the FD of the leave transaction file
      *>               and into any program that builds or reads such a
      *>               file, the same way CTXDB2CO.cpy is shared on the
      *>               certification side. One record per day(s) of leave
      *>               taken, or per manual adjustment to a balance. The
      *>               file carries its own header/trailer control
      *>               records for count reconciliation.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the leave usage batch
      *>              driver.
      *>************************************************************************

       01 CPY-LEAVE-TX.
         05 CPY-LTX-REC-TYPE           PIC X(2).
            88 CPY-LTX-HEADER              VALUE 'HD'.
            88 CPY-LTX-TRAILER             VALUE 'TR'.
            88 CPY-LTX-TRANSACTION         VALUE 'TX'.
         05 CPY-LTX-OPERATION          PIC X(1).
            88 CPY-LTX-USAGE               VALUE 'U'.
            88 CPY-LTX-ADJUSTMENT          VALUE 'J'.
         05 CPY-LTX-STATUS             PIC X(1).
            88 CPY-LTX-SUCCESS             VALUE 'S'.
            88 CPY-LTX-FAIL                VALUE 'F'.
         05 CPY-LTX-REASON             PIC X(1).
         05 CPY-LTX-EMPNO              PIC X(6).
         05 CPY-LTX-LEAVE-TYPE         PIC X(1).
            88 CPY-LTX-VACATION            VALUE 'V'.
            88 CPY-LTX-SICK                VALUE 'S'.
      *>   the day the leave was taken or the adjustment applies to;
      *>   its month is the month the entry counts in
         05 CPY-LTX-LEAVE-DATE         PIC 9(8).
      *>   adjustments only: '-' takes days off the balance
         05 CPY-LTX-SIGN               PIC X(1).
         05 CPY-LTX-DAYS               PIC 9(3)V9(2).
         05 CPY-LTX-REFERENCE          PIC X(20).

       01 CPY-LTX-HEADER-RECORD REDEFINES CPY-LEAVE-TX.
         05 CPY-LTX-HDR-REC-TYPE       PIC X(2).
         05 CPY-LTX-HDR-RUN-DATE       PIC X(8).
         05 FILLER                     PIC X(36).

       01 CPY-LTX-TRAILER-RECORD REDEFINES CPY-LEAVE-TX.
         05 CPY-LTX-TRL-REC-TYPE       PIC X(2).
         05 CPY-LTX-TRL-TOTAL-COUNT    PIC 9(7).
         05 CPY-LTX-TRL-USAGE-COUNT    PIC 9(7).
         05 CPY-LTX-TRL-ADJUST-COUNT   PIC 9(7).
         05 FILLER                     PIC X(23).

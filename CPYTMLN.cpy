      *>************************************************************************
      *> Program:      CPYTMLN.cpy
      *>
      *> Usage:        Shared employee-history timeline request/answer
      *>               area. COPY this into the LINKAGE SECTION of DB2TMLN
      *>               and into any caller that wants one EMPNO's history
      *>               from every store in a single date-ordered list, the
      *>               same way CPYHIST.cpy is shared around DB2EHIST.
      *>               Entries come back oldest first; TEXT is ready to
      *>               display as it stands.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the history timeline
      *>              inquiry.
      *>************************************************************************

       01 CPY-TIMELINE.
         05 CPY-TML-OPERATION          PIC X(1).
            88 CPY-TML-BUILD               VALUE 'B'.
         05 CPY-TML-STATUS             PIC X(1).
            88 CPY-TML-SUCCESS             VALUE 'S'.
            88 CPY-TML-FAIL                VALUE 'F'.
         05 CPY-TML-REASON             PIC X(1).
            88 CPY-TML-ALL-DONE            VALUE '0'.
            88 CPY-TML-NOT-FOUND           VALUE '4'.
            88 CPY-TML-ERROR               VALUE '9'.
         05 CPY-TML-EMPNO              PIC X(6).
         05 CPY-TML-OVERFLOW-SW        PIC X(1).
            88 CPY-TML-OVERFLOW            VALUE 'Y'.
         05 CPY-TML-COUNT              PIC 9(3).
         05 CPY-TML-MAX                PIC 9(3).
         05 CPY-TML-ENTRY OCCURS 300 TIMES
                          INDEXED BY CPY-TML-IDX.
            10 CPY-TML-DATE            PIC X(8).
            10 CPY-TML-TIME            PIC X(8).
            10 CPY-TML-SOURCE          PIC X(8).
            10 CPY-TML-TEXT            PIC X(70).

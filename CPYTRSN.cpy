      *>************************************************************************
      *> Program:      CPYTRSN.cpy
      *>
      *> Usage:        Shared TERMINATION-REASON record layout. COPY this
      *>               into the LINKAGE SECTION of DB2TRSN and into any
      *>               caller that maintains or looks up the termination
      *>               reasons, the same way CPYJOBC.cpy is shared around
      *>               DB2JOBC. One entry per reason code: whether the
      *>               leaving was voluntary or involuntary, and whether
      *>               someone who left for the reason may be rehired.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the termination-reason
      *>              program.
      *>************************************************************************

       01 CPY-TERMRSN-REC.
         05 CPY-TRSN-OPERATION         PIC X(1).
            88 CPY-TRSN-ADD                VALUE 'A'.
            88 CPY-TRSN-UPDATE             VALUE 'U'.
            88 CPY-TRSN-DELETE             VALUE 'D'.
            88 CPY-TRSN-SELECT             VALUE 'S'.
         05 CPY-TRSN-STATUS            PIC X(1).
            88 CPY-TRSN-SUCCESS            VALUE 'S'.
            88 CPY-TRSN-FAIL               VALUE 'F'.
         05 CPY-TRSN-REASON            PIC X(1).
            88 CPY-TRSN-ALL-DONE           VALUE '0'.
            88 CPY-TRSN-NOT-FOUND          VALUE '4'.
            88 CPY-TRSN-DUPLICATE          VALUE '8'.
            88 CPY-TRSN-NO-MASTER          VALUE '5'.
            88 CPY-TRSN-ERROR              VALUE '9'.
         05 CPY-TRSN-CODE              PIC X(2).
         05 CPY-TRSN-CLASS             PIC X(1).
            88 CPY-TRSN-VOLUNTARY          VALUE 'V'.
            88 CPY-TRSN-INVOLUNTARY        VALUE 'I'.
      *>   N when someone who left for this reason may not be rehired
      *>   without a supervisor's override
         05 CPY-TRSN-REHIRE-SW         PIC X(1).
            88 CPY-TRSN-REHIRE-OK          VALUE 'Y'.
            88 CPY-TRSN-NO-REHIRE          VALUE 'N'.
         05 CPY-TRSN-DESC              PIC X(30).

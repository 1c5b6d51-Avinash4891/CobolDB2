      *>************************************************************************
      *> Program:      CPYLOCS.cpy
      *>
      *> Usage:        Shared work-location reference record layout. COPY
      *>               this into the LINKAGE SECTION of DB2LOCS and into any
      *>               caller that maintains or inquires on the location
      *>               reference, the same way CPYJOBC.cpy is shared around
      *>               DB2JOBC. Each office LOCATION a DEPARTMENT row can
      *>               carry is tied to the state the work is done in.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the location reference
      *>              program.
      *>************************************************************************

       01 CPY-LOCATION-REC.
         05 CPY-LOCS-OPERATION         PIC X(1).
            88 CPY-LOCS-ADD                VALUE 'A'.
            88 CPY-LOCS-UPDATE             VALUE 'U'.
            88 CPY-LOCS-DELETE             VALUE 'D'.
            88 CPY-LOCS-SELECT             VALUE 'S'.
         05 CPY-LOCS-STATUS            PIC X(1).
            88 CPY-LOCS-SUCCESS            VALUE 'S'.
            88 CPY-LOCS-FAIL               VALUE 'F'.
         05 CPY-LOCS-REASON            PIC X(1).
            88 CPY-LOCS-ALL-DONE           VALUE '0'.
            88 CPY-LOCS-NOT-FOUND          VALUE '4'.
            88 CPY-LOCS-DUPLICATE          VALUE '8'.
            88 CPY-LOCS-NO-MASTER          VALUE '5'.
            88 CPY-LOCS-ERROR              VALUE '9'.
      *>   the LOCATION exactly as DEPARTMENT carries it
         05 CPY-LOCS-LOCATION          PIC X(16).
      *>   two-letter postal code of the state the work is done in
         05 CPY-LOCS-STATE             PIC X(2).
         05 CPY-LOCS-DESC              PIC X(30).

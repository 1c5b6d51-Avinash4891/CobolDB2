      *>************************************************************************
      *> Program:      CPYEMPN.cpy
      *>
      *> Usage:        Shared EMPNO-ALLOCATION record layout. COPY this
      *>               into the LINKAGE SECTION of DB2EMPN and into any
      *>               caller that draws a new employee number or
      *>               maintains the number ranges, the same way
      *>               CPYJOBC.cpy is shared around DB2JOBC. A range is
      *>               keyed by the source it is reserved for (a branch
      *>               ID, HRIS, ONLINE, ...); the range keyed DEFAULT
      *>               serves every source without one of its own.
      *>               On an allocate (N) the caller fills the source,
      *>               its own program name and a reference saying who
      *>               or what the number is for; the number comes back
      *>               in CPY-EMPN-EMPNO with the range it came from.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the EMPNO allocator.
      *>************************************************************************

       01 CPY-EMPNO-ALLOC.
         05 CPY-EMPN-OPERATION         PIC X(1).
            88 CPY-EMPN-ALLOCATE           VALUE 'N'.
            88 CPY-EMPN-ADD                VALUE 'A'.
            88 CPY-EMPN-UPDATE             VALUE 'U'.
            88 CPY-EMPN-DELETE             VALUE 'D'.
            88 CPY-EMPN-SELECT             VALUE 'S'.
         05 CPY-EMPN-STATUS            PIC X(1).
            88 CPY-EMPN-SUCCESS            VALUE 'S'.
            88 CPY-EMPN-FAIL               VALUE 'F'.
         05 CPY-EMPN-REASON            PIC X(1).
            88 CPY-EMPN-ALL-DONE           VALUE '0'.
            88 CPY-EMPN-NOT-FOUND          VALUE '4'.
            88 CPY-EMPN-NO-MASTER          VALUE '5'.
            88 CPY-EMPN-EXHAUSTED          VALUE '6'.
            88 CPY-EMPN-OVERLAP            VALUE '7'.
            88 CPY-EMPN-DUPLICATE          VALUE '8'.
            88 CPY-EMPN-ERROR              VALUE '9'.
      *>   the source the range is reserved for
         05 CPY-EMPN-SOURCE            PIC X(8).
      *>   the range itself: lowest and highest number in it, and
      *>   the next number it will try to hand out
         05 CPY-EMPN-LOW               PIC 9(6).
         05 CPY-EMPN-HIGH              PIC 9(6).
         05 CPY-EMPN-NEXT              PIC 9(6).
         05 CPY-EMPN-DESC              PIC X(30).
      *>   on an allocate: who asked, what for, and what they got
         05 CPY-EMPN-REQ-PGM           PIC X(8).
         05 CPY-EMPN-REFERENCE         PIC X(30).
         05 CPY-EMPN-EMPNO             PIC X(6).
         05 CPY-EMPN-RANGE-USED        PIC X(8).
         05 CPY-EMPN-SKIPPED           PIC 9(4).

      *>************************************************************************
      *> Program:      CPYPRAT.cpy
      *>
      *> Usage:        Shared PERFORMANCE-RATING record layout. COPY this
      *>               into the LINKAGE SECTION of DB2PRAT and into any
      *>               caller that maintains or inquires on the rating
      *>               store, the same way CPYESTA.cpy is shared around
      *>               DB2ESTA. One record per EMPNO per review year: the
      *>               rating (1 lowest to 5 highest), the date the review
      *>               was signed and the EMPNO of the reviewer.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the performance-rating
      *>              program.
      *>************************************************************************

       01 CPY-PERFRATE-REC.
         05 CPY-PRAT-OPERATION         PIC X(1).
            88 CPY-PRAT-ADD                VALUE 'A'.
            88 CPY-PRAT-UPDATE             VALUE 'U'.
            88 CPY-PRAT-DELETE             VALUE 'D'.
            88 CPY-PRAT-SELECT             VALUE 'S'.
         05 CPY-PRAT-STATUS            PIC X(1).
            88 CPY-PRAT-SUCCESS            VALUE 'S'.
            88 CPY-PRAT-FAIL               VALUE 'F'.
         05 CPY-PRAT-REASON            PIC X(1).
            88 CPY-PRAT-ALL-DONE           VALUE '0'.
            88 CPY-PRAT-NOT-FOUND          VALUE '4'.
            88 CPY-PRAT-DUPLICATE          VALUE '8'.
            88 CPY-PRAT-NO-MASTER          VALUE '5'.
            88 CPY-PRAT-ERROR              VALUE '9'.
         05 CPY-PRAT-EMPNO             PIC X(6).
         05 CPY-PRAT-YEAR              PIC 9(4).
         05 CPY-PRAT-RATING            PIC 9(1).
            88 CPY-PRAT-RATING-VALID       VALUE 1 THRU 5.
         05 CPY-PRAT-REVIEW-DATE       PIC 9(8).
         05 CPY-PRAT-REVIEWER          PIC X(6).

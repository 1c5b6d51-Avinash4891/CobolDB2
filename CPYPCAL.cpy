      *>************************************************************************
      *> Program:      CPYPCAL.cpy
      *>
      *> Usage:        Shared payroll-period calendar record layout. COPY
      *>               this into the LINKAGE SECTION of DB2PCAL and into any
      *>               caller that maintains, inquires on or closes the pay
      *>               periods, the same way CPYLOCS.cpy is shared around
      *>               DB2LOCS. One entry per pay period: its start, end
      *>               and vendor cutoff dates, how many periods the year
      *>               is paid in, and whether the period has closed - a
      *>               closed period has already gone to the vendor and a
      *>               salary change effective inside it needs back pay.
      *>               Operation C closes every open period whose cutoff
      *>               is on or before CPY-PCAL-AS-OF and returns how many
      *>               it closed in CPY-PCAL-CLOSED-COUNT.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the payroll-period
      *>              calendar program.
      *>************************************************************************

       01 CPY-PAYCAL-REC.
         05 CPY-PCAL-OPERATION         PIC X(1).
            88 CPY-PCAL-ADD                VALUE 'A'.
            88 CPY-PCAL-UPDATE             VALUE 'U'.
            88 CPY-PCAL-DELETE             VALUE 'D'.
            88 CPY-PCAL-SELECT             VALUE 'S'.
            88 CPY-PCAL-CLOSE              VALUE 'C'.
         05 CPY-PCAL-STATUS            PIC X(1).
            88 CPY-PCAL-SUCCESS            VALUE 'S'.
            88 CPY-PCAL-FAIL               VALUE 'F'.
         05 CPY-PCAL-REASON            PIC X(1).
            88 CPY-PCAL-ALL-DONE           VALUE '0'.
            88 CPY-PCAL-NOT-FOUND          VALUE '4'.
            88 CPY-PCAL-DUPLICATE          VALUE '8'.
            88 CPY-PCAL-NO-MASTER          VALUE '5'.
            88 CPY-PCAL-ERROR              VALUE '9'.
      *>   the pay period, YYYYNN - year and period number within it
         05 CPY-PCAL-PERIOD-ID         PIC X(6).
      *>   YYYYMMDD dates
         05 CPY-PCAL-START-DATE        PIC 9(8).
         05 CPY-PCAL-END-DATE          PIC 9(8).
         05 CPY-PCAL-CUTOFF-DATE       PIC 9(8).
      *>   pay periods in the year - 12 monthly, 24 semi-monthly,
      *>   26 bi-weekly, 52 weekly
         05 CPY-PCAL-PER-YEAR          PIC 9(2).
         05 CPY-PCAL-CLOSED-FLAG       PIC X(1).
            88 CPY-PCAL-OPEN               VALUE 'O'.
            88 CPY-PCAL-CLOSED             VALUE 'C'.
         05 CPY-PCAL-CLOSED-DATE       PIC 9(8).
      *>   CLOSE only: the date the pickup file went out, and how
      *>   many periods that closed
         05 CPY-PCAL-AS-OF             PIC 9(8).
         05 CPY-PCAL-CLOSED-COUNT      PIC 9(4).

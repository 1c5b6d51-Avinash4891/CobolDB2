      *>************************************************************************
      *> Program:      CPYACRP.cpy
      *>
      *> Usage:        Shared LEAVE ACCRUAL-POLICY record layout. COPY
      *>               this into the LINKAGE SECTION of DB2ACRP and into
      *>               any caller that maintains or looks up the accrual
      *>               policy, the same way CPYCRTC.cpy is shared around
      *>               DB2CRTC. One entry per leave type and service band:
      *>               the band starts at FROM-MONTHS of continuous
      *>               service and runs to the next band of the same
      *>               type. RATE-LOOKUP takes a type and a service in
      *>               months and returns the band that applies.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the leave accrual-policy
      *>              program.
      *>************************************************************************

       01 CPY-ACRPOL-REC.
         05 CPY-ACRP-OPERATION         PIC X(1).
            88 CPY-ACRP-ADD                VALUE 'A'.
            88 CPY-ACRP-UPDATE             VALUE 'U'.
            88 CPY-ACRP-DELETE             VALUE 'D'.
            88 CPY-ACRP-SELECT             VALUE 'S'.
            88 CPY-ACRP-RATE-LOOKUP        VALUE 'R'.
         05 CPY-ACRP-STATUS            PIC X(1).
            88 CPY-ACRP-SUCCESS            VALUE 'S'.
            88 CPY-ACRP-FAIL               VALUE 'F'.
         05 CPY-ACRP-REASON            PIC X(1).
            88 CPY-ACRP-ALL-DONE           VALUE '0'.
            88 CPY-ACRP-NOT-FOUND          VALUE '4'.
            88 CPY-ACRP-DUPLICATE          VALUE '8'.
            88 CPY-ACRP-NO-MASTER          VALUE '5'.
            88 CPY-ACRP-ERROR              VALUE '9'.
         05 CPY-ACRP-LEAVE-TYPE        PIC X(1).
            88 CPY-ACRP-VACATION           VALUE 'V'.
            88 CPY-ACRP-SICK               VALUE 'S'.
         05 CPY-ACRP-FROM-MONTHS       PIC 9(3).
         05 CPY-ACRP-DAYS-PER-MONTH    PIC 9(2)V9(2).
      *>   the most a balance may grow to by accrual; zero for no cap
         05 CPY-ACRP-MAX-BALANCE       PIC 9(4)V9(2).
      *>   Y when what is left of the balance is paid on termination
         05 CPY-ACRP-PAYOUT-SW         PIC X(1).
            88 CPY-ACRP-PAID-OUT           VALUE 'Y'.
         05 CPY-ACRP-DESC              PIC X(30).
      *>   RATE-LOOKUP only: the continuous service to find a band for
         05 CPY-ACRP-SERVICE-MONTHS    PIC 9(4).

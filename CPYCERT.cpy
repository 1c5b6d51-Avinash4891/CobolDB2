      *>************************************************************************
      *> Program:      CPYCERT.cpy
      *>
      *> Usage:        Shared EMPLOYEE CERTIFICATION record layout. COPY
      *>               this into the LINKAGE SECTION of DB2CERT and into
      *>               any caller that maintains or inquires on the
      *>               certification store, the same way CPYPRAT.cpy is
      *>               shared around DB2PRAT. One record per EMPNO per
      *>               certification code: when it was issued, when it
      *>               runs out (zero for one that never expires) and the
      *>               body that issued it. Operation T retires every
      *>               certification an EMPNO holds to the archive when
      *>               the employee is terminated and returns how many
      *>               went in CPY-CERT-ARCH-COUNT.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the certification
      *>              program.
      *>************************************************************************

       01 CPY-CERT-REC.
         05 CPY-CERT-OPERATION         PIC X(1).
            88 CPY-CERT-ADD                VALUE 'A'.
            88 CPY-CERT-UPDATE             VALUE 'U'.
            88 CPY-CERT-DELETE             VALUE 'D'.
            88 CPY-CERT-SELECT             VALUE 'S'.
            88 CPY-CERT-TERMINATE          VALUE 'T'.
         05 CPY-CERT-STATUS            PIC X(1).
            88 CPY-CERT-SUCCESS            VALUE 'S'.
            88 CPY-CERT-FAIL               VALUE 'F'.
         05 CPY-CERT-REASON            PIC X(1).
            88 CPY-CERT-ALL-DONE           VALUE '0'.
            88 CPY-CERT-NOT-FOUND          VALUE '4'.
            88 CPY-CERT-DUPLICATE          VALUE '8'.
            88 CPY-CERT-NO-MASTER          VALUE '5'.
            88 CPY-CERT-UNKNOWN-CODE       VALUE '7'.
            88 CPY-CERT-ERROR              VALUE '9'.
         05 CPY-CERT-EMPNO             PIC X(6).
      *>   the code as the certification-code reference carries it
         05 CPY-CERT-CODE              PIC X(8).
      *>   YYYYMMDD dates; an expiry of zero on an ADD or UPDATE is
      *>   worked out from the code's validity period, and stays zero
      *>   for a code that never expires
         05 CPY-CERT-ISSUE-DATE        PIC 9(8).
         05 CPY-CERT-EXPIRY-DATE       PIC 9(8).
      *>   blank on an ADD or UPDATE takes the code's usual issuer
         05 CPY-CERT-ISSUER            PIC X(30).
      *>   TERMINATE only: how many certifications went to the archive
         05 CPY-CERT-ARCH-COUNT        PIC 9(4).

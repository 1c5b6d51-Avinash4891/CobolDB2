      *> ========== ============================================================
      *> 2026.08.21 Avinash Kumar
      *>            - first version, added with the employee history program.
      *> 2026.10.15 Avinash Kumar
      *>            - added CPY-HIST-PROV-CODE and CPY-HIST-PROV-ORIGIN:
      *>              on ARCHIVE the caller passes the change provenance
      *>              of the DELETE, on SELECT the archived spell's comes
      *>              back.
      *> 2026.10.15 Avinash Kumar
      *>            - added CPY-HIST-TERM-REASON: on ARCHIVE the caller
      *>              passes the termination-reason code of the DELETE,
      *>              on SELECT the archived spell's comes back.
      *>************************************************************************

       01 CPY-EMPHIST.
         05 CPY-HIST-SALARY            PIC 9(09).
         05 CPY-HIST-BONUS             PIC 9(09).
         05 CPY-HIST-COMM              PIC 9(09).
         05 CPY-HIST-PROV-CODE         PIC X(1).
         05 CPY-HIST-PROV-ORIGIN       PIC X(16).
         05 CPY-HIST-TERM-REASON       PIC X(2).

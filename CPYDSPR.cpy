      *>************************************************************************
      *> Program:      CPYDSPR.cpy
      *>
      *> Usage:        Shared OUTBOUND-DISPATCH record layout. COPY this
      *>               into the LINKAGE SECTION of DB2DSPR and into every
      *>               extract that sends a file out of the shop, the same
      *>               way CPYEMPN.cpy is shared around DB2EMPN. After the
      *>               file is written and closed the caller fills the
      *>               interface name, the file name, its own program
      *>               name, the run date and the record count and hash
      *>               or amount total off its own trailer, and registers
      *>               the dispatch (R). DB2DSPR reads the file back,
      *>               fingerprints it and records the dispatch on the
      *>               dispatch register; a file identical to one already
      *>               sent on the same interface comes back refused
      *>               (reason 8) with the earlier dispatch's date, time
      *>               and program, unless the operator has overridden.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the dispatch register.
      *>************************************************************************

       01 CPY-DISPATCH-REC.
         05 CPY-DSPR-OPERATION         PIC X(1).
            88 CPY-DSPR-REGISTER           VALUE 'R'.
         05 CPY-DSPR-STATUS            PIC X(1).
            88 CPY-DSPR-SUCCESS            VALUE 'S'.
            88 CPY-DSPR-FAIL               VALUE 'F'.
         05 CPY-DSPR-REASON            PIC X(1).
            88 CPY-DSPR-ALL-DONE           VALUE '0'.
            88 CPY-DSPR-NO-FILE            VALUE '5'.
            88 CPY-DSPR-DUPLICATE          VALUE '8'.
            88 CPY-DSPR-ERROR              VALUE '9'.
      *>   what is being sent, by whom, and the caller's own totals
         05 CPY-DSPR-INTERFACE         PIC X(8).
         05 CPY-DSPR-FILE-NAME         PIC X(100).
         05 CPY-DSPR-REQ-PGM           PIC X(8).
         05 CPY-DSPR-RUN-DATE          PIC 9(8).
         05 CPY-DSPR-REC-COUNT         PIC 9(7).
         05 CPY-DSPR-AMOUNT-TOTAL      PIC 9(15).
      *>   returned: the lines read back off the file and its content
      *>   fingerprint (a word sum and a running positional sum)
         05 CPY-DSPR-FILE-RECORDS      PIC 9(7).
         05 CPY-DSPR-FP-SUM            PIC 9(18).
         05 CPY-DSPR-FP-POS            PIC 9(18).
      *>   returned: Y when a duplicate went out under operator override
         05 CPY-DSPR-OVERRIDE-FLAG     PIC X(1).
            88 CPY-DSPR-OVERRIDDEN         VALUE 'Y'.
         05 CPY-DSPR-OPERATOR          PIC X(8).
      *>   returned on a duplicate: when and by what it first went out
         05 CPY-DSPR-PRIOR-DATE        PIC 9(8).
         05 CPY-DSPR-PRIOR-TIME        PIC 9(8).
         05 CPY-DSPR-PRIOR-PGM         PIC X(8).

      *>************************************************************************
      *> Program:      CPYREQN.cpy
      *>
      *> Usage:        Shared REQUISITION record layout. COPY this into the
      *>               LINKAGE SECTION of DB2REQN and into any caller that
      *>               maintains the requisition store or hires against
      *>               it, the same way CPYPRAT.cpy is shared around
      *>               DB2PRAT. One record per approved requisition: the
      *>               department and job it is for, the approved salary
      *>               range, the approval date, its state (open, filled
      *>               or cancelled) and, once filled, the EMPNO hired
      *>               into it and the date.
      *>
      *>               VERIFY checks an ADD against the requisition it
      *>               names without changing anything; FILL does the same
      *>               checks and marks the requisition filled. Both return
      *>               the stored requisition, so a caller can show the
      *>               department/job it is really for when they differ.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the requisition program.
      *>************************************************************************

       01 CPY-REQUISITION-REC.
         05 CPY-REQN-OPERATION         PIC X(1).
            88 CPY-REQN-ADD                VALUE 'A'.
            88 CPY-REQN-UPDATE             VALUE 'U'.
            88 CPY-REQN-DELETE             VALUE 'D'.
            88 CPY-REQN-SELECT             VALUE 'S'.
            88 CPY-REQN-VERIFY             VALUE 'V'.
            88 CPY-REQN-FILL               VALUE 'F'.
         05 CPY-REQN-STATUS            PIC X(1).
            88 CPY-REQN-SUCCESS            VALUE 'S'.
            88 CPY-REQN-FAIL               VALUE 'F'.
         05 CPY-REQN-REASON            PIC X(1).
            88 CPY-REQN-ALL-DONE           VALUE '0'.
            88 CPY-REQN-NOT-FOUND          VALUE '4'.
            88 CPY-REQN-DUPLICATE          VALUE '8'.
            88 CPY-REQN-NO-MASTER          VALUE '5'.
            88 CPY-REQN-NOT-OPEN           VALUE '6'.
            88 CPY-REQN-MISMATCH           VALUE '7'.
            88 CPY-REQN-ERROR              VALUE '9'.
         05 CPY-REQN-NO                PIC X(6).
         05 CPY-REQN-WORKDEPT          PIC X(3).
         05 CPY-REQN-JOB               PIC X(8).
         05 CPY-REQN-MIN-SALARY        PIC 9(7)V9(2).
         05 CPY-REQN-MAX-SALARY        PIC 9(7)V9(2).
         05 CPY-REQN-APPR-DATE         PIC 9(8).
         05 CPY-REQN-STATE             PIC X(1).
            88 CPY-REQN-OPEN               VALUE 'O'.
            88 CPY-REQN-FILLED             VALUE 'F'.
            88 CPY-REQN-CANCELLED          VALUE 'C'.
            88 CPY-REQN-STATE-VALID        VALUE 'O' 'F' 'C'.
         05 CPY-REQN-FILLED-EMPNO      PIC X(6).
         05 CPY-REQN-FILLED-DATE       PIC 9(8).

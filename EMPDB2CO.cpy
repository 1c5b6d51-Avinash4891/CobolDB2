      *>              row-interface (FETDB2CO.cpy) instead of the three
      *>              extract files. Not a valid operation on a batch
      *>              input file.
      *> 2026.10.15 Avinash Kumar
      *>            - added CPY-REQNO at the end of the record: the
      *>              approved requisition an ADD fills. The record is
      *>              now 120 bytes; every program that keeps the image
      *>              (reject, pending and approval-queue files) carries
      *>              it at the new width.
      *> 2026.10.15 Avinash Kumar
      *>            - added CPY-PROV-CODE and CPY-PROV-ORIGIN at the end of
      *>              the record: where the change came from (the feed,
      *>              branch, generator, utility, approval or operator)
      *>              and who or what originated it. Carried down to the
      *>              audit trail, the event feed, the transfer history
      *>              and the history archive. The record is now 137
      *>              bytes.
      *> 2026.10.15 Avinash Kumar
      *>            - added CPY-TERM-REASON and CPY-REHIRE-OVERRIDE at the
      *>              end of the record: the termination-reason code a
      *>              DELETE carries (archived with the spell), and the
      *>              supervisor's override that lets an ADD rehire
      *>              someone whose last spell ended with a reason not
      *>              eligible for rehire. The record is now 140 bytes.
      *> 2026.10.15 Avinash Kumar
      *>            - added provenance code P for the increases the merit
      *>              planning run (DB2MERT) generates.
      *>************************************************************************

       01 CPY-EMPLOYEE.
            88 CPY-EMP-DUPLICATE           VALUE '8'.
            88 CPY-EMP-BAD-DEPT            VALUE '5'.
            88 CPY-EMP-INVALID-DATA        VALUE '6'.
            88 CPY-EMP-NOT-REHIRABLE       VALUE '7'.
            88 CPY-EMP-BAD-TERM-REASON     VALUE '3'.
         05 CPY-EMPNO                  PIC X(6).
         05 CPY-FIRSTNME               PIC X(12).
         05 CPY-MIDINIT                PIC X(1).
      *>   doubles as the transaction effective date on operations that
      *>   carry one (e.g. a TRANSFER's department-move effective date)
         05 CPY-HIREDATE-TO            PIC X(10).
      *>   the requisition an ADD is hired against; blank on every
      *>   other operation
         05 CPY-REQNO                  PIC X(6).
      *>   change provenance - stamped by the program that generated
      *>   the transaction; a batch file that arrives unstamped is
      *>   stamped F by the driver. The origin is the branch ID, the
      *>   operator or approver ID, or the generating program's name
      *>   followed by its YYYYMMDD run date
         05 CPY-PROV-CODE              PIC X(1).
            88 CPY-PROV-BATCH-FILE         VALUE 'F'.
            88 CPY-PROV-HRIS-FEED          VALUE 'H'.
            88 CPY-PROV-BRANCH             VALUE 'B'.
            88 CPY-PROV-MASS-INCREASE      VALUE 'M'.
            88 CPY-PROV-MERIT-PLAN         VALUE 'P'.
            88 CPY-PROV-REORG              VALUE 'R'.
            88 CPY-PROV-BACKOUT            VALUE 'K'.
            88 CPY-PROV-APPROVAL           VALUE 'A'.
            88 CPY-PROV-ONLINE             VALUE 'O'.
            88 CPY-PROV-NONE               VALUE SPACE.
         05 CPY-PROV-ORIGIN            PIC X(16).
         05 CPY-PROV-ORIGIN-PGM REDEFINES CPY-PROV-ORIGIN.
            10 CPY-PROV-PGM            PIC X(8).
            10 CPY-PROV-RUN-DATE       PIC X(8).
      *>   DELETE only: the termination-reason code (termination-
      *>   reason master, DB2TRSN); blank on every other operation
         05 CPY-TERM-REASON            PIC X(2).
      *>   ADD only: Y when a supervisor has approved rehiring someone
      *>   whose last termination reason bars a rehire
         05 CPY-REHIRE-OVERRIDE        PIC X(1).
            88 CPY-REHIRE-OVERRIDDEN       VALUE 'Y'.

       01 CPY-HEADER-RECORD REDEFINES CPY-EMPLOYEE.
         05 CPY-HDR-REC-TYPE           PIC X(2).
         05 CPY-HDR-RUN-DATE           PIC X(8).
         05 FILLER                     PIC X(130).

       01 CPY-TRAILER-RECORD REDEFINES CPY-EMPLOYEE.
         05 CPY-TRL-REC-TYPE           PIC X(2).
         05 CPY-TRL-UPDATE-COUNT       PIC 9(7).
         05 CPY-TRL-DELETE-COUNT       PIC 9(7).
         05 CPY-TRL-SELECT-COUNT       PIC 9(7).
         05 FILLER                     PIC X(103).

      *>************************************************************************
      *> Program:      BKRDB2CO.cpy
      *>
      *> Usage:        Registry of the stores kept outside DB2 that the
      *>               generation backup (DB2BKUP) copies and the restore
      *>               (DB2RSTR) puts back. COPY this into WORKING-STORAGE
      *>               of both, so the two can never disagree on what a
      *>               store is called or where it lives. One entry per
      *>               store: its id on the backup catalog, its kind, the
      *>               environment variable its owning program takes the
      *>               file name from, and that program's default name.
      *>               Kind L is a line-sequential file copied line for
      *>               line; kinds C, S, J, H, T, B and P are the indexed
      *>               contact, status, job-code, history, certification,
      *>               leave balance and performance rating stores,
      *>               unloaded to a flat generation and reloaded by key.
      *>               A new store is registered by adding an entry and
      *>               raising the OCCURS and BKR-STORE-COUNT together.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - first version, added with the generation backup.
      *>            - payroll-period calendar (PAYCAL) registered.
      *>            - certification store, its archive and the
      *>              certification-code reference registered.
      *>            - leave accrual policy, leave ledger and leave
      *>              balance store registered.
      *>            - termination-reason master (TERMRSN) registered.
      *>            - EMPNO allocation control (EMPNOCTL) and allocation
      *>              log (EMPNOLOG) registered.
      *>            - outbound dispatch register (DISPATCH) registered.
      *>            - certification (CERTS), leave balance (LEAVBAL) and
      *>              performance rating (PERFRATE) stores are now
      *>              indexed: kinds T, B and P, defaults certs.dat,
      *>              leavbal.dat and perfrate.dat.
      *>************************************************************************

       01 BKR-REGISTRY-VALUES.
           05 FILLER                PIC X(49)
              VALUE "CONTACT CDB2CONT_MASTER_FILE     contact.dat     ".
           05 FILLER                PIC X(49)
              VALUE "CONTARCHLDB2CONT_ARCHIVE_FILE    contarch.txt    ".
           05 FILLER                PIC X(49)
              VALUE "EMPSTAT SDB2ESTA_MASTER_FILE     empstat.dat     ".
           05 FILLER                PIC X(49)
              VALUE "JOBCODE JDB2JOBC_MASTER_FILE     jobcode.dat     ".
           05 FILLER                PIC X(49)
              VALUE "EMPHIST HDB2EHIST_HIST_FILE      emphist.dat     ".
           05 FILLER                PIC X(49)
              VALUE "XFERHISTLDB2XFER_HIST_FILE       xferhist.txt    ".
           05 FILLER                PIC X(49)
              VALUE "AUDTRAILLDB2UPDT_AUDIT_FILE      audit.txt       ".
           05 FILLER                PIC X(49)
              VALUE "AUDSTORELDB2AUDIT_STORE_FILE     audstore.txt    ".
           05 FILLER                PIC X(49)
              VALUE "AUDARCIXLDB2AUDIT_ARCHIDX_FILE   audarch.idx     ".
           05 FILLER                PIC X(49)
              VALUE "PENDING LDB2CRUD_PENDING_FILE    pending.txt     ".
           05 FILLER                PIC X(49)
              VALUE "APPQUE  LDB2CRUD_APPQUE_FILE     appque.txt      ".
           05 FILLER                PIC X(49)
              VALUE "REJLEDGRLDB2REJL_LEDGER_FILE     rejledgr.txt    ".
           05 FILLER                PIC X(49)
              VALUE "RUNLOG  LDB2CRUD_RUNLOG_FILE     runlog.txt      ".
           05 FILLER                PIC X(49)
              VALUE "HDBUDGETLDB2CRUD_HCB_FILE        hdbudget.txt    ".
           05 FILLER                PIC X(49)
              VALUE "REQUISN LDB2REQN_MASTER_FILE     requisn.txt     ".
           05 FILLER                PIC X(49)
              VALUE "LOCSTATELDB2LOCS_MASTER_FILE     locstate.txt    ".
           05 FILLER                PIC X(49)
              VALUE "PERFRATEPDB2PRAT_MASTER_FILE     perfrate.dat    ".
           05 FILLER                PIC X(49)
              VALUE "PAYCAL  LDB2PCAL_MASTER_FILE     paycal.txt      ".
           05 FILLER                PIC X(49)
              VALUE "CERTS   TDB2CERT_MASTER_FILE     certs.dat       ".
           05 FILLER                PIC X(49)
              VALUE "CERTARCHLDB2CERT_ARCHIVE_FILE    certarch.txt    ".
           05 FILLER                PIC X(49)
              VALUE "CERTCODELDB2CRTC_MASTER_FILE     certcode.txt    ".
           05 FILLER                PIC X(49)
              VALUE "ACRPOL  LDB2ACRP_MASTER_FILE     acrpol.txt      ".
           05 FILLER                PIC X(49)
              VALUE "LEAVLEDGLDB2LVLG_LEDGER_FILE     leavledg.txt    ".
           05 FILLER                PIC X(49)
              VALUE "LEAVBAL BDB2LVLG_BALANCE_FILE    leavbal.dat     ".
           05 FILLER                PIC X(49)
              VALUE "TERMRSN LDB2TRSN_MASTER_FILE     termrsn.txt     ".
           05 FILLER                PIC X(49)
              VALUE "EMPNOCTLLDB2EMPN_CONTROL_FILE    empnoctl.txt    ".
           05 FILLER                PIC X(49)
              VALUE "EMPNOLOGLDB2EMPN_LOG_FILE        empnolog.txt    ".
           05 FILLER                PIC X(49)
              VALUE "DISPATCHLDB2DSPR_REGISTER_FILE   dispatch.txt    ".

       01 BKR-REGISTRY REDEFINES BKR-REGISTRY-VALUES.
           05 BKR-ENTRY OCCURS 28 TIMES
                        INDEXED BY BKR-IDX.
              10 BKR-STORE-ID       PIC X(8).
              10 BKR-KIND           PIC X(1).
                 88 BKR-LINE-SEQ        VALUE 'L'.
                 88 BKR-CONTACT         VALUE 'C'.
                 88 BKR-STATUS          VALUE 'S'.
                 88 BKR-JOBCODE         VALUE 'J'.
                 88 BKR-HISTORY         VALUE 'H'.
                 88 BKR-CERTS           VALUE 'T'.
                 88 BKR-LEAVE-BAL       VALUE 'B'.
                 88 BKR-PERF-RATING     VALUE 'P'.
              10 BKR-ENV-VAR        PIC X(24).
              10 BKR-DEFAULT        PIC X(16).

       01 BKR-STORE-COUNT           PIC 9(2) VALUE 28.

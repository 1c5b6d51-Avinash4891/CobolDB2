      *>************************************************************************
      *>  SAMPLE COMPENSATION COST FORECAST PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CFCS.cob
      *>
      *> Purpose:      Month-by-month compensation cost forecast for the
      *>               coming year by department, with what-if increase
      *>               scenarios side by side
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - starts from the current population and its
      *>                 full-precision salary, bonus and commission,
      *>                 read through DB2FETCH's called row-interface; a
      *>                 head costs one twelfth of salary + bonus + comm
      *>                 a month
      *>               - layers in what is already scheduled: updates,
      *>                 transfers and deletes held on the pending store
      *>                 take effect from the month of their effective
      *>                 date (CPY-HIREDATE-TO), adds held there are
      *>                 costed as hires from that month, and updates
      *>                 waiting in the approvals queue count from their
      *>                 effective date, or from the first month when
      *>                 they carry none
      *>               - open requisitions are costed at the midpoint of
      *>                 their job's band on the job-code master (the
      *>                 requisition's own min/max when the job has no
      *>                 band) from the month they are expected filled
      *>               - headcount budget positions not covered by
      *>                 people or open requisitions in a month are
      *>                 costed at the department's average cost per
      *>                 head (the company average for a department
      *>                 with nobody in it)
      *>               - expected attrition runs at an annual rate per
      *>                 department from the rates file ('***' for every
      *>                 department not listed), taken off the current
      *>                 staff a twelfth at a time; leavers are not
      *>                 assumed replaced, and hires are not attrited
      *>               - up to four increase scenarios come from a
      *>                 scenario file laid out as DB2MASSI's rules with
      *>                 a scenario ID in front; within a scenario the
      *>                 first matching rule wins, as in DB2MASSI, and
      *>                 raises salary from the month of its effective
      *>                 date
      *>               - prints each department month by month, then
      *>                 the company, the baseline and every scenario
      *>                 side by side, then the company's year by cost
      *>                 component and the assumptions the run used
      *>               - the forecast year is the twelve months from
      *>                 DB2CFCS_START (YYYYMM), by default January of
      *>                 the year after the run
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CFCS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SCENARIO-FILE ASSIGN TO WS-SCENARIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCN-FILE-STATUS.

        SELECT ATTRITION-FILE ASSIGN TO WS-ATTRITION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATR-FILE-STATUS.

        SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-FILE-STATUS.

        SELECT APPQUE-FILE ASSIGN TO WS-APPQUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APQ-FILE-STATUS.

        SELECT REQN-FILE ASSIGN TO WS-REQN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQN-FILE-STATUS.

        SELECT HCB-FILE ASSIGN TO WS-HCB-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HCB-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the increase scenarios: a scenario ID, then one DB2MASSI rule
      *> (D = the WORKDEPT in the key, J = the JOB in the key, A =
      *> across the board; percentage and flat amount carry two
      *> implied decimals); the scenarios print in the order their IDs
      *> first appear
       FD SCENARIO-FILE.
       01 SCENARIO-RECORD.
           05 SCN-ID                PIC X(8).
           05 FILLER                PIC X(1).
           05 SCN-SCOPE             PIC X(1).
           05 FILLER                PIC X(1).
           05 SCN-KEY               PIC X(8).
           05 FILLER                PIC X(1).
           05 SCN-PCT               PIC 9(3)V9(2).
           05 FILLER                PIC X(1).
           05 SCN-FLAT              PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 SCN-EFF-DATE          PIC X(10).

      *> expected attrition: annual percentage leaving per department,
      *> two implied decimals; '***' is every department not listed
       FD ATTRITION-FILE.
       01 ATTRITION-RECORD.
           05 ATR-DEPTNO            PIC X(3).
           05 FILLER                PIC X(1).
           05 ATR-PCT               PIC 9(3)V9(2).

      *> the pending store - held transactions waiting for their
      *> effective date, kept as full transaction images
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> the approvals queue - held salary changes waiting for sign-off
       FD APPQUE-FILE.
       01 APPQUE-RECORD.
           05 APQ-HELD-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 APQ-OLD-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

      *> the requisition store DB2REQN maintains
       FD REQN-FILE.
       01 REQN-RECORD.
           05 REQN-NO               PIC X(6).
           05 FILLER                PIC X(1).
           05 REQN-WORKDEPT         PIC X(3).
           05 FILLER                PIC X(1).
           05 REQN-JOB              PIC X(8).
           05 FILLER                PIC X(1).
           05 REQN-MIN-SALARY       PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 REQN-MAX-SALARY       PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 REQN-APPR-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 REQN-STATE            PIC X(1).
              88 REQN-OPEN              VALUE 'O'.
              88 REQN-FILLED            VALUE 'F'.
              88 REQN-CANCELLED         VALUE 'C'.
           05 FILLER                PIC X(1).
           05 REQN-FILLED-EMPNO     PIC X(6).
           05 FILLER                PIC X(1).
           05 REQN-FILLED-DATE      PIC 9(8).

      *> authorized-headcount master - the same layout the batch
      *> driver's headcount check loads
       FD HCB-FILE.
       01 HCB-RECORD.
           05 HCB-DEPTNO            PIC X(3).
           05 FILLER                PIC X(1).
           05 HCB-EFF-FROM          PIC 9(6).
           05 FILLER                PIC X(1).
           05 HCB-EFF-TO            PIC 9(6).
           05 FILLER                PIC X(1).
           05 HCB-BUDGET            PIC 9(5).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

         COPY "CPYJOBC.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-JOBC-PGM           PIC X(7) VALUE 'DB2JOBC'.

        01 WS-SCENARIO-FILE-NAME  PIC X(100) VALUE 'fcstscen.txt'.
        01 WS-ATTRITION-FILE-NAME PIC X(100) VALUE 'fcstattr.txt'.
        01 WS-PENDING-FILE-NAME   PIC X(100) VALUE 'pending.txt'.
        01 WS-APPQUE-FILE-NAME    PIC X(100) VALUE 'appque.txt'.
        01 WS-REQN-FILE-NAME      PIC X(100) VALUE 'requisn.txt'.
        01 WS-HCB-FILE-NAME       PIC X(100) VALUE 'hdbudget.txt'.
        01 WS-REPORT-FILE-NAME    PIC X(100) VALUE 'fcstrpt.txt'.

        01 WS-SCN-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 WS-SCN-FILE-OK         VALUE '00'.
        01 WS-ATR-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 WS-ATR-FILE-OK         VALUE '00'.
        01 WS-PEND-FILE-STATUS   PIC X(2) VALUE SPACES.
           88 WS-PEND-FILE-OK        VALUE '00'.
        01 WS-APQ-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 WS-APQ-FILE-OK         VALUE '00'.
        01 WS-REQN-FILE-STATUS   PIC X(2) VALUE SPACES.
           88 WS-REQN-FILE-OK        VALUE '00'.
        01 WS-HCB-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 WS-HCB-FILE-OK         VALUE '00'.

        01 WS-SCN-EOF-SW         PIC X VALUE 'N'.
           88 WS-SCN-EOF             VALUE 'Y'.
        01 WS-ATR-EOF-SW         PIC X VALUE 'N'.
           88 WS-ATR-EOF             VALUE 'Y'.
        01 WS-PEND-EOF-SW        PIC X VALUE 'N'.
           88 WS-PEND-EOF            VALUE 'Y'.
        01 WS-APQ-EOF-SW         PIC X VALUE 'N'.
           88 WS-APQ-EOF             VALUE 'Y'.
        01 WS-REQN-EOF-SW        PIC X VALUE 'N'.
           88 WS-REQN-EOF            VALUE 'Y'.
        01 WS-HCB-EOF-SW         PIC X VALUE 'N'.
           88 WS-HCB-EOF             VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MMDD           PIC 9(4).

      *> the forecast year: twelve months from the start month;
      *> vacancies (requisitions, budget gaps) are taken to be filled
      *> DB2CFCS_FILL_LAG months into it
        01 WS-START-IN           PIC X(6).
        01 WS-START-IN-R REDEFINES WS-START-IN.
           05 WS-START-IN-YYYY      PIC 9(4).
           05 WS-START-IN-MM        PIC 9(2).
        01 WS-LAG-IN             PIC X(2).
        01 WS-FILL-LAG           PIC 9(2) VALUE 0.
        01 WS-FILL-MONTH         PIC 9(2) VALUE 1.

        01 WS-MONTH-WORK.
           05 WS-MW-YYYY            PIC 9(4).
           05 WS-MW-MM              PIC 9(2).
        01 WS-MONTH-WORK-N REDEFINES WS-MONTH-WORK PIC 9(6).

        01 WS-MON-TAB.
           05 WS-MON-YYYYMM         PIC 9(6) OCCURS 12 TIMES.
        01 WS-MON-NO             PIC 9(2) VALUE 0.
        01 WS-MON-SCAN           PIC 9(2) VALUE 0.
        01 WS-MON-PREV           PIC 9(2) VALUE 0.

      *> an effective date (YYYY-MM-DD) taken down to its month;
      *> WS-EFF-MONTH-NO is where it lands in the forecast year - 1
      *> for anything on or before the first month, 13 for anything
      *> after the last
        01 WS-EFF-DATE-IN        PIC X(10).
        01 WS-EFF-DATE-IN-R REDEFINES WS-EFF-DATE-IN.
           05 WS-EFI-YYYY           PIC X(4).
           05 FILLER                PIC X(1).
           05 WS-EFI-MM             PIC X(2).
           05 FILLER                PIC X(3).
        01 WS-EFF-YYYYMM         PIC 9(6) VALUE 0.
        01 WS-EFF-MONTH-NO       PIC 9(2) VALUE 0.

      *> increase scenarios: column 1 of the report is the baseline,
      *> column N+1 scenario N
        01 WS-SCN-COUNT          PIC 9(1) VALUE 0.
        01 WS-SCN-MAX            PIC 9(1) VALUE 4.
        01 WS-SCN-TAB.
           05 WS-SCN-NAME           PIC X(8) OCCURS 4 TIMES.
        01 WS-COL-COUNT          PIC 9(1) VALUE 1.
        01 WS-COL-NO             PIC 9(1) VALUE 0.
        01 WS-SCN-NO             PIC 9(1) VALUE 0.

        01 WS-SRL-COUNT          PIC 9(3) VALUE 0.
        01 WS-SRL-MAX            PIC 9(3) VALUE 200.
        01 WS-SRL-TAB.
           05 WS-SRL-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SRL-IDX.
              10 WS-SRL-SCN-NO      PIC 9(1).
              10 WS-SRL-SCOPE       PIC X(1).
              10 WS-SRL-KEY         PIC X(8).
              10 WS-SRL-PCT         PIC 9(3)V9(2).
              10 WS-SRL-FLAT        PIC 9(7)V9(2).
              10 WS-SRL-EFF-YYYYMM  PIC 9(6).
        01 WS-SRL-SCAN           PIC 9(3) VALUE 0.

      *> expected attrition rates as read
        01 WS-ATR-COUNT          PIC 9(3) VALUE 0.
        01 WS-ATR-MAX            PIC 9(3) VALUE 300.
        01 WS-ATR-TAB.
           05 WS-ATR-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-ATR-IDX.
              10 WS-ATR-DEPTNO      PIC X(3).
              10 WS-ATR-PCT         PIC 9(3)V9(2).
        01 WS-ATR-DEFAULT-PCT    PIC 9(3)V9(2) VALUE 0.

      *> scheduled changes from the pending store (P) and the
      *> approvals queue (Q); KIND is the transaction's operation
        01 WS-CHG-COUNT          PIC 9(4) VALUE 0.
        01 WS-CHG-MAX            PIC 9(4) VALUE 2000.
        01 WS-CHG-TAB.
           05 WS-CHG-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-CHG-IDX.
              10 WS-CHG-EMPNO       PIC X(6).
              10 WS-CHG-SOURCE      PIC X(1).
              10 WS-CHG-KIND        PIC X(1).
              10 WS-CHG-EFF-YYYYMM  PIC 9(6).
              10 WS-CHG-WORKDEPT    PIC X(3).
              10 WS-CHG-JOB         PIC X(8).
              10 WS-CHG-SALARY      PIC 9(7)V9(2).
              10 WS-CHG-OTHER       PIC 9(8)V9(2).
        01 WS-KEEP-SOURCE        PIC X(1).
        01 WS-PEND-USED          PIC 9(4) VALUE 0.
        01 WS-APQ-USED           PIC 9(4) VALUE 0.

      *> the scheduled changes for the employee being costed
        01 WS-MYC-COUNT          PIC 9(2) VALUE 0.
        01 WS-MYC-MAX            PIC 9(2) VALUE 30.
        01 WS-MYC-TAB.
           05 WS-MYC-SLOT           PIC 9(4) OCCURS 30 TIMES.
        01 WS-MYC-NO             PIC 9(2) VALUE 0.
        01 WS-BEST-DEPT-EFF      PIC 9(6) VALUE 0.
        01 WS-BEST-SAL-EFF       PIC 9(6) VALUE 0.

      *> each distinct job's band, looked up once through DB2JOBC
        01 WS-JOB-COUNT          PIC 9(4) VALUE 0.
        01 WS-JOB-MAX            PIC 9(4) VALUE 500.
        01 WS-JOB-TAB.
           05 WS-JOB-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-JOB-IDX.
              10 WS-JOB-CODE        PIC X(8).
              10 WS-JOB-BANDED-SW   PIC X(1).
              10 WS-JOB-MID         PIC 9(7)V9(2).

      *> the authorized-headcount entries as read
        01 WS-HCB-COUNT          PIC 9(3) VALUE 0.
        01 WS-HCB-MAX            PIC 9(3) VALUE 500.
        01 WS-HCB-TAB.
           05 WS-HCB-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-HCB-IDX.
              10 WS-HCB-DEPTNO      PIC X(3).
              10 WS-HCB-FROM        PIC 9(6).
              10 WS-HCB-TO          PIC 9(6).
              10 WS-HCB-BUDGET      PIC 9(5).

      *> the forecast itself, per department ('***' is the company):
      *> heads in post each month before attrition, the budget that
      *> month, the survival factor attrition leaves, and the cost in
      *> every report column
        01 WS-DPT-COUNT          PIC 9(3) VALUE 0.
        01 WS-DPT-MAX            PIC 9(3) VALUE 300.
        01 WS-DPT-TAB.
           05 WS-DPT-ENTRY OCCURS 300 TIMES
                           INDEXED BY WS-DPT-IDX.
              10 WS-DPT-DEPTNO      PIC X(3).
              10 WS-DPT-ATR-PCT     PIC 9(3)V9(2).
              10 WS-DPT-COST-SUM    PIC 9(11)V9(2).
              10 WS-DPT-COST-HC     PIC 9(5).
              10 WS-DPT-MONTH OCCURS 12 TIMES.
                 15 WS-DPT-HEADS       PIC 9(5).
                 15 WS-DPT-BUDGET      PIC 9(5).
                 15 WS-DPT-BUDGET-SW   PIC X(1).
                 15 WS-DPT-FACTOR      PIC 9(1)V9(6).
                 15 WS-DPT-COST        PIC 9(11)V9(2)
                                       OCCURS 5 TIMES.
              10 WS-DPT-YEAR        PIC 9(11)V9(2) OCCURS 5 TIMES.
        01 WS-CO-SLOT            PIC 9(3) VALUE 0.

      *> the company's year by cost component:
      *> 1 current staff, 2 scheduled hires, 3 open requisitions,
      *> 4 budgeted vacancies
        01 WS-CMP-TAB.
           05 WS-CMP-ENTRY OCCURS 4 TIMES.
              10 WS-CMP-COST        PIC 9(11)V9(2) OCCURS 5 TIMES.
        01 WS-CMP-NO             PIC 9(1) VALUE 0.
        01 WS-CMP-LABELS.
           05 FILLER PIC X(20) VALUE "CURRENT STAFF".
           05 FILLER PIC X(20) VALUE "SCHEDULED HIRES".
           05 FILLER PIC X(20) VALUE "OPEN REQUISITIONS".
           05 FILLER PIC X(20) VALUE "BUDGETED VACANCIES".
        01 WS-CMP-LABELS-R REDEFINES WS-CMP-LABELS.
           05 WS-CMP-LABEL          PIC X(20) OCCURS 4 TIMES.

      *> the head being costed - one employee, hire, requisition or
      *> block of vacant budget positions
        01 WS-HEAD-EMPNO         PIC X(6).
        01 WS-HEAD-WORKDEPT      PIC X(3).
        01 WS-HEAD-JOB           PIC X(8).
        01 WS-HEAD-SALARY        PIC 9(7)V9(2).
        01 WS-HEAD-OTHER         PIC 9(8)V9(2).
        01 WS-HEAD-COUNT         PIC 9(5) VALUE 1.
        01 WS-HEAD-FROM-MONTH    PIC 9(2) VALUE 1.
        01 WS-HEAD-COMPONENT     PIC 9(1) VALUE 1.
        01 WS-HEAD-ATTRITE-SW    PIC X VALUE 'N'.
           88 WS-HEAD-ATTRITES       VALUE 'Y'.
        01 WS-HEAD-IN-POST-SW    PIC X VALUE 'Y'.
           88 WS-HEAD-IN-POST        VALUE 'Y'.
        01 WS-HEAD-CHANGES-SW    PIC X VALUE 'N'.
           88 WS-HEAD-HAS-CHANGES    VALUE 'Y'.

      *> the head as it stands in the month being costed
        01 WS-CUR-WORKDEPT       PIC X(3).
        01 WS-CUR-JOB            PIC X(8).
        01 WS-CUR-SALARY         PIC 9(7)V9(2).
        01 WS-CUR-OTHER          PIC 9(8)V9(2).
        01 WS-CUR-ACTIVE-SW      PIC X VALUE 'Y'.
           88 WS-CUR-ACTIVE          VALUE 'Y'.
        01 WS-CUR-SLOT           PIC 9(3) VALUE 0.
        01 WS-CUR-FACTOR         PIC 9(1)V9(6) VALUE 0.
        01 WS-LAST-WORKDEPT      PIC X(3).
        01 WS-LAST-JOB           PIC X(8).
        01 WS-CUR-RULE-TAB.
           05 WS-CUR-RULE-SLOT      PIC 9(3) OCCURS 4 TIMES.
        01 WS-SCN-SALARY         PIC 9(7)V9(2) VALUE 0.
        01 WS-MONTH-COST         PIC 9(9)V9(2) VALUE 0.

        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-JOB         PIC X(8).
        01 WS-PREV-DEPT          PIC X(3).
        01 WS-NEXT-SLOT          PIC 9(3) VALUE 0.
        01 WS-GAP                PIC S9(5) VALUE 0.
        01 WS-AVG-COST           PIC 9(8)V9(2) VALUE 0.
        01 WS-CO-AVG-COST        PIC 9(8)V9(2) VALUE 0.
        01 WS-REQN-MID           PIC 9(7)V9(2) VALUE 0.

        01 WS-POP-COUNT          PIC 9(5) VALUE 0.
        01 WS-HIRE-COUNT         PIC 9(4) VALUE 0.
        01 WS-REQN-COUNT         PIC 9(4) VALUE 0.
        01 WS-REQN-NOBAND        PIC 9(4) VALUE 0.
        01 WS-GAP-HEAD-MONTHS    PIC 9(7) VALUE 0.

        01 WS-SCN-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-SCN-OVERFLOW        VALUE 'Y'.
        01 WS-TAB-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-TAB-OVERFLOW        VALUE 'Y'.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 50.
        01 WS-RPT-SECTION        PIC X(1)  VALUE '1'.
           88 WS-RPT-DEPARTMENTS     VALUE '1'.
           88 WS-RPT-COMPONENTS      VALUE '2'.
           88 WS-RPT-ASSUMPTIONS     VALUE '3'.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(38) VALUE
              "DB2CFCS - COMPENSATION COST FORECAST ".
           05 WS-PHL-FROM           PIC X(7).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-PHL-TO             PIC X(7).
           05 FILLER                PIC X(08) VALUE "  RUN ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(38) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-MONTH-EDIT.
           05 WS-ME-YYYY            PIC 9(4).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-ME-MM              PIC 9(2).

      *> column headings: the lead, then BASELINE and the scenario IDs
        01 WS-COL-HDG-LINE.
           05 WS-CHL-LEAD           PIC X(20).
           05 WS-CHL-COL OCCURS 5 TIMES.
              10 FILLER             PIC X(10).
              10 WS-CHL-NAME        PIC X(8).

        01 WS-FCST-LINE.
           05 WS-FCL-LEAD.
              10 WS-FCL-DEPTNO      PIC X(3).
              10 FILLER             PIC X(2).
              10 WS-FCL-MONTH       PIC X(7).
              10 FILLER             PIC X(8).
           05 WS-FCL-COL OCCURS 5 TIMES.
              10 FILLER             PIC X(1).
              10 WS-FCL-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        01 WS-ASM-LINE.
           05 FILLER                PIC X(2).
           05 WS-ASM-LABEL          PIC X(28).
           05 WS-ASM-VALUE          PIC X(60).

        01 WS-ASM-PCT            PIC ZZ9.99.
        01 WS-ASM-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2CFCS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CFCS: INSIDE COMPENSATION FORECAST MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-SCENARIOS THRU LOAD-SCENARIOS-EXIT
           PERFORM LOAD-ATTRITION-RATES
              THRU LOAD-ATTRITION-RATES-EXIT

      *>    the company line goes first so it survives a full table
           MOVE '***' TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
           MOVE WS-MATCH-SLOT TO WS-CO-SLOT

           PERFORM LOAD-PENDING-CHANGES
              THRU LOAD-PENDING-CHANGES-EXIT
           PERFORM LOAD-HELD-APPROVALS
              THRU LOAD-HELD-APPROVALS-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2CFCS: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CFCS: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COST-CURRENT-STAFF
              THRU COST-CURRENT-STAFF-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           PERFORM COST-SCHEDULED-HIRES
              THRU COST-SCHEDULED-HIRES-EXIT
           PERFORM COST-OPEN-REQUISITIONS
              THRU COST-OPEN-REQUISITIONS-EXIT
           PERFORM COST-BUDGET-VACANCIES
              THRU COST-BUDGET-VACANCIES-EXIT

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-DEPT-FORECAST THRU WRITE-DEPT-FORECAST-EXIT
           PERFORM WRITE-COMPONENTS THRU WRITE-COMPONENTS-EXIT
           PERFORM WRITE-ASSUMPTIONS THRU WRITE-ASSUMPTIONS-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2CFCS: ========= FORECAST SUMMARY =========="
           DISPLAY "DB2CFCS: EMPLOYEES COSTED     : " WS-POP-COUNT
           DISPLAY "DB2CFCS: SCHEDULED CHANGES    : " WS-CHG-COUNT
           DISPLAY "DB2CFCS: SCHEDULED HIRES      : " WS-HIRE-COUNT
           DISPLAY "DB2CFCS: OPEN REQUISITIONS    : " WS-REQN-COUNT
           DISPLAY "DB2CFCS: VACANT HEAD-MONTHS   : "
               WS-GAP-HEAD-MONTHS
           DISPLAY "DB2CFCS: SCENARIOS            : " WS-SCN-COUNT
           DISPLAY "DB2CFCS: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2CFCS: ======================================"

           IF WS-SCN-OVERFLOW OR WS-TAB-OVERFLOW
               DISPLAY "DB2CFCS: *** A TABLE FILLED - FIGURES ARE"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2CFCS: EXITING COMPENSATION FORECAST MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2CFCS-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-SCENARIO-FILE-NAME
              FROM ENVIRONMENT "DB2CFCS_SCENARIO_FILE"
           IF WS-SCENARIO-FILE-NAME = SPACE
               MOVE 'fcstscen.txt' TO WS-SCENARIO-FILE-NAME
           END-IF

           ACCEPT WS-ATTRITION-FILE-NAME
              FROM ENVIRONMENT "DB2CFCS_ATTRITION_FILE"
           IF WS-ATTRITION-FILE-NAME = SPACE
               MOVE 'fcstattr.txt' TO WS-ATTRITION-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2CFCS_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'fcstrpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-PENDING-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_PENDING_FILE"
           IF WS-PENDING-FILE-NAME = SPACE
               MOVE 'pending.txt' TO WS-PENDING-FILE-NAME
           END-IF

           ACCEPT WS-APPQUE-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_APPQUE_FILE"
           IF WS-APPQUE-FILE-NAME = SPACE
               MOVE 'appque.txt' TO WS-APPQUE-FILE-NAME
           END-IF

           ACCEPT WS-REQN-FILE-NAME
              FROM ENVIRONMENT "DB2REQN_MASTER_FILE"
           IF WS-REQN-FILE-NAME = SPACE
               MOVE 'requisn.txt' TO WS-REQN-FILE-NAME
           END-IF

           ACCEPT WS-HCB-FILE-NAME
              FROM ENVIRONMENT "DB2CRUD_HCB_FILE"
           IF WS-HCB-FILE-NAME = SPACE
               MOVE 'hdbudget.txt' TO WS-HCB-FILE-NAME
           END-IF

           ACCEPT WS-DB2-DBALIAS FROM ENVIRONMENT "DB2CRUD_DBALIAS"
           IF WS-DB2-DBALIAS = SPACE
               MOVE 'SAMPLE' TO WS-DB2-DBALIAS
           END-IF

           ACCEPT WS-DB2-USERID FROM ENVIRONMENT "DB2CRUD_USERID"
           IF WS-DB2-USERID = SPACE
               MOVE 'DB2INST1' TO WS-DB2-USERID
           END-IF

           ACCEPT WS-DB2-PSWD FROM ENVIRONMENT "DB2CRUD_PSWD"
           IF WS-DB2-PSWD = SPACE
               MOVE 'db2admin' TO WS-DB2-PSWD
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *>    the forecast year starts January next year unless a
      *>    start month is asked for
           ACCEPT WS-START-IN FROM ENVIRONMENT "DB2CFCS_START"
           IF WS-START-IN IS NUMERIC
           AND WS-START-IN-MM >= 1 AND WS-START-IN-MM <= 12
               MOVE WS-START-IN-YYYY TO WS-MW-YYYY
               MOVE WS-START-IN-MM   TO WS-MW-MM
           ELSE
               COMPUTE WS-MW-YYYY = WS-RUN-YYYY + 1
               MOVE 1 TO WS-MW-MM
           END-IF

           PERFORM VARYING WS-MON-NO FROM 1 BY 1
              UNTIL WS-MON-NO > 12
               MOVE WS-MONTH-WORK-N TO WS-MON-YYYYMM (WS-MON-NO)
               ADD 1 TO WS-MW-MM
               IF WS-MW-MM > 12
                   MOVE 1 TO WS-MW-MM
                   ADD 1 TO WS-MW-YYYY
               END-IF
           END-PERFORM

      *>    one or two digits of months before a vacancy is filled
           ACCEPT WS-LAG-IN FROM ENVIRONMENT "DB2CFCS_FILL_LAG"
           IF WS-LAG-IN IS NUMERIC
               MOVE WS-LAG-IN TO WS-FILL-LAG
           ELSE
           IF WS-LAG-IN (1:1) IS NUMERIC
           AND WS-LAG-IN (2:1) = SPACE
               MOVE WS-LAG-IN (1:1) TO WS-FILL-LAG
           END-IF
           END-IF
           IF WS-FILL-LAG > 11
               MOVE 11 TO WS-FILL-LAG
           END-IF
           COMPUTE WS-FILL-MONTH = WS-FILL-LAG + 1

           MOVE WS-MON-YYYYMM (1) TO WS-MONTH-WORK-N
           PERFORM EDIT-MONTH THRU EDIT-MONTH-EXIT
           MOVE WS-MONTH-EDIT TO WS-PHL-FROM
           MOVE WS-MON-YYYYMM (12) TO WS-MONTH-WORK-N
           PERFORM EDIT-MONTH THRU EDIT-MONTH-EXIT
           MOVE WS-MONTH-EDIT TO WS-PHL-TO

           DISPLAY "DB2CFCS: FORECAST      = " WS-PHL-FROM
              " TO " WS-PHL-TO
           DISPLAY "DB2CFCS: SCENARIO FILE = " WS-SCENARIO-FILE-NAME
           DISPLAY "DB2CFCS: ATTRITION     = " WS-ATTRITION-FILE-NAME
           DISPLAY "DB2CFCS: REPORT FILE   = " WS-REPORT-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       EDIT-MONTH SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-MW-YYYY TO WS-ME-YYYY
           MOVE WS-MW-MM   TO WS-ME-MM
           .
       EDIT-MONTH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT TO TRUE
           MOVE WS-DB2-DBALIAS TO LN-DBALIAS OF LN-MOD
           MOVE WS-DB2-USERID  TO LN-USERID  OF LN-MOD
           MOVE WS-DB2-PSWD    TO LN-PSWD    OF LN-MOD
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL
          .
       CONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       DISCONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT-RESET TO TRUE
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2CFCS: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2CFCS: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-EFF-MONTH SECTION.
      *>------------------------------------------------------------------------
      *>    WS-EFF-DATE-IN down to its month; a blank or unreadable date
      *>    is taken as effective at once (month 0 = before the year)
           MOVE 0 TO WS-EFF-YYYYMM
           IF WS-EFI-YYYY IS NUMERIC
           AND WS-EFI-MM IS NUMERIC
               MOVE WS-EFI-YYYY TO WS-MW-YYYY
               MOVE WS-EFI-MM   TO WS-MW-MM
               MOVE WS-MONTH-WORK-N TO WS-EFF-YYYYMM
           END-IF

           PERFORM FIND-EFF-MONTH-NO THRU FIND-EFF-MONTH-NO-EXIT
           .
       RESOLVE-EFF-MONTH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-SCENARIOS SECTION.
      *>------------------------------------------------------------------------
      *>    no scenario file just means the baseline prints alone
           OPEN INPUT SCENARIO-FILE
           IF NOT WS-SCN-FILE-OK
               DISPLAY "DB2CFCS: SCENARIO FILE " WS-SCENARIO-FILE-NAME
                  " NOT ON FILE - BASELINE ONLY"
               GO TO LOAD-SCENARIOS-EXIT
           END-IF

           PERFORM READ-SCENARIO-RECORD
              THRU READ-SCENARIO-RECORD-EXIT
              UNTIL WS-SCN-EOF
           CLOSE SCENARIO-FILE

           COMPUTE WS-COL-COUNT = WS-SCN-COUNT + 1
           DISPLAY "DB2CFCS: " WS-SCN-COUNT " SCENARIO(S), "
              WS-SRL-COUNT " RULE(S) LOADED"
           .
       LOAD-SCENARIOS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-SCENARIO-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ SCENARIO-FILE
             AT END
               SET WS-SCN-EOF TO TRUE
               GO TO READ-SCENARIO-RECORD-EXIT
           END-READ

           IF SCN-ID = SPACES
           OR NOT (SCN-SCOPE = 'D' OR 'J' OR 'A')
           OR SCN-PCT IS NOT NUMERIC
           OR SCN-FLAT IS NOT NUMERIC
               DISPLAY "DB2CFCS: RULE IGNORED - " SCENARIO-RECORD
               GO TO READ-SCENARIO-RECORD-EXIT
           END-IF

           MOVE 0 TO WS-SCN-NO
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-SCN-COUNT
                 OR WS-SCN-NO > 0
               IF WS-SCN-NAME (WS-SCAN-IDX) = SCN-ID
                   MOVE WS-SCAN-IDX TO WS-SCN-NO
               END-IF
           END-PERFORM

           IF WS-SCN-NO = 0
               IF WS-SCN-COUNT >= WS-SCN-MAX
                   DISPLAY "DB2CFCS: SCENARIO " SCN-ID
                      " IGNORED - ONLY FOUR FIT THE REPORT"
                   SET WS-SCN-OVERFLOW TO TRUE
                   GO TO READ-SCENARIO-RECORD-EXIT
               END-IF
               ADD 1 TO WS-SCN-COUNT
               MOVE SCN-ID TO WS-SCN-NAME (WS-SCN-COUNT)
               MOVE WS-SCN-COUNT TO WS-SCN-NO
           END-IF

           IF WS-SRL-COUNT >= WS-SRL-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO READ-SCENARIO-RECORD-EXIT
           END-IF

           ADD 1 TO WS-SRL-COUNT
           SET WS-SRL-IDX TO WS-SRL-COUNT
           MOVE WS-SCN-NO    TO WS-SRL-SCN-NO (WS-SRL-IDX)
           MOVE SCN-SCOPE    TO WS-SRL-SCOPE (WS-SRL-IDX)
           MOVE SCN-KEY      TO WS-SRL-KEY (WS-SRL-IDX)
           MOVE SCN-PCT      TO WS-SRL-PCT (WS-SRL-IDX)
           MOVE SCN-FLAT     TO WS-SRL-FLAT (WS-SRL-IDX)
           MOVE SCN-EFF-DATE TO WS-EFF-DATE-IN
           PERFORM RESOLVE-EFF-MONTH THRU RESOLVE-EFF-MONTH-EXIT
           MOVE WS-EFF-YYYYMM TO WS-SRL-EFF-YYYYMM (WS-SRL-IDX)
           .
       READ-SCENARIO-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ATTRITION-RATES SECTION.
      *>------------------------------------------------------------------------
      *>    no rates file means no attrition is assumed
           OPEN INPUT ATTRITION-FILE
           IF NOT WS-ATR-FILE-OK
               DISPLAY "DB2CFCS: ATTRITION FILE "
                  WS-ATTRITION-FILE-NAME " NOT ON FILE - NONE ASSUMED"
               GO TO LOAD-ATTRITION-RATES-EXIT
           END-IF

           PERFORM READ-ATTRITION-RECORD
              THRU READ-ATTRITION-RECORD-EXIT
              UNTIL WS-ATR-EOF
           CLOSE ATTRITION-FILE

           DISPLAY "DB2CFCS: " WS-ATR-COUNT " ATTRITION RATE(S) LOADED"
           .
       LOAD-ATTRITION-RATES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-ATTRITION-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ATTRITION-FILE
             AT END
               SET WS-ATR-EOF TO TRUE
             NOT AT END
               IF ATR-DEPTNO NOT = SPACES
               AND ATR-PCT IS NUMERIC
               AND ATR-PCT <= 100
                   IF ATR-DEPTNO = '***'
                       MOVE ATR-PCT TO WS-ATR-DEFAULT-PCT
                   ELSE
                   IF WS-ATR-COUNT < WS-ATR-MAX
                       ADD 1 TO WS-ATR-COUNT
                       SET WS-ATR-IDX TO WS-ATR-COUNT
                       MOVE ATR-DEPTNO TO WS-ATR-DEPTNO (WS-ATR-IDX)
                       MOVE ATR-PCT    TO WS-ATR-PCT (WS-ATR-IDX)
                   ELSE
                       SET WS-TAB-OVERFLOW TO TRUE
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "DB2CFCS: RATE IGNORED - " ATTRITION-RECORD
               END-IF
           END-READ
           .
       READ-ATTRITION-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-PENDING-CHANGES SECTION.
      *>------------------------------------------------------------------------
      *>    every held transaction that moves cost: adds, updates,
      *>    transfers and deletes
           OPEN INPUT PENDING-FILE
           IF NOT WS-PEND-FILE-OK
               DISPLAY "DB2CFCS: PENDING STORE " WS-PENDING-FILE-NAME
                  " NOT ON FILE - NOTHING SCHEDULED"
               GO TO LOAD-PENDING-CHANGES-EXIT
           END-IF

           PERFORM READ-PENDING-RECORD THRU READ-PENDING-RECORD-EXIT
              UNTIL WS-PEND-EOF
           CLOSE PENDING-FILE
           .
       LOAD-PENDING-CHANGES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-PENDING-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PENDING-FILE
             AT END
               SET WS-PEND-EOF TO TRUE
               GO TO READ-PENDING-RECORD-EXIT
           END-READ

           MOVE PENDING-RECORD TO CPY-EMPLOYEE
           IF CPY-EMPLOYEE-ADD OR CPY-EMPLOYEE-UPDATE
           OR CPY-EMPLOYEE-TRANSFER OR CPY-EMPLOYEE-DELETE
               MOVE 'P' TO WS-KEEP-SOURCE
               PERFORM KEEP-SCHEDULED-CHANGE
                  THRU KEEP-SCHEDULED-CHANGE-EXIT
               ADD 1 TO WS-PEND-USED
           END-IF
           .
       READ-PENDING-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-HELD-APPROVALS SECTION.
      *>------------------------------------------------------------------------
      *>    salary changes held for sign-off are taken as going through
           OPEN INPUT APPQUE-FILE
           IF NOT WS-APQ-FILE-OK
               DISPLAY "DB2CFCS: APPROVALS QUEUE " WS-APPQUE-FILE-NAME
                  " NOT ON FILE - NOTHING HELD"
               GO TO LOAD-HELD-APPROVALS-EXIT
           END-IF

           PERFORM READ-APPQUE-RECORD THRU READ-APPQUE-RECORD-EXIT
              UNTIL WS-APQ-EOF
           CLOSE APPQUE-FILE

           DISPLAY "DB2CFCS: " WS-PEND-USED " PENDING AND "
              WS-APQ-USED " HELD CHANGE(S) LOADED"
           .
       LOAD-HELD-APPROVALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-APPQUE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ APPQUE-FILE
             AT END
               SET WS-APQ-EOF TO TRUE
               GO TO READ-APPQUE-RECORD-EXIT
           END-READ

           MOVE APQ-IMAGE TO CPY-EMPLOYEE
           IF CPY-EMPLOYEE-UPDATE
               MOVE 'Q' TO WS-KEEP-SOURCE
               PERFORM KEEP-SCHEDULED-CHANGE
                  THRU KEEP-SCHEDULED-CHANGE-EXIT
               ADD 1 TO WS-APQ-USED
           END-IF
           .
       READ-APPQUE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       KEEP-SCHEDULED-CHANGE SECTION.
      *>------------------------------------------------------------------------
      *>    CPY-EMPLOYEE holds the image, WS-KEEP-SOURCE where it came
      *>    from; a change effective after the forecast year is dropped
           IF WS-CHG-COUNT >= WS-CHG-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO KEEP-SCHEDULED-CHANGE-EXIT
           END-IF

           MOVE CPY-HIREDATE-TO TO WS-EFF-DATE-IN
           PERFORM RESOLVE-EFF-MONTH THRU RESOLVE-EFF-MONTH-EXIT
           IF WS-EFF-MONTH-NO > 12
               GO TO KEEP-SCHEDULED-CHANGE-EXIT
           END-IF

           ADD 1 TO WS-CHG-COUNT
           SET WS-CHG-IDX TO WS-CHG-COUNT
           MOVE WS-KEEP-SOURCE  TO WS-CHG-SOURCE (WS-CHG-IDX)
           MOVE CPY-EMPNO       TO WS-CHG-EMPNO (WS-CHG-IDX)
           MOVE CPY-EMP-OPERATION TO WS-CHG-KIND (WS-CHG-IDX)
           MOVE WS-EFF-YYYYMM   TO WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
           MOVE CPY-WORKDEPT    TO WS-CHG-WORKDEPT (WS-CHG-IDX)
           MOVE CPY-JOB         TO WS-CHG-JOB (WS-CHG-IDX)
           MOVE 0 TO WS-CHG-SALARY (WS-CHG-IDX)
                     WS-CHG-OTHER (WS-CHG-IDX)
           IF CPY-SALARY IS NUMERIC
               MOVE CPY-SALARY TO WS-CHG-SALARY (WS-CHG-IDX)
           END-IF
           IF CPY-BONUS IS NUMERIC AND CPY-COMM IS NUMERIC
               COMPUTE WS-CHG-OTHER (WS-CHG-IDX) = CPY-BONUS + CPY-COMM
           END-IF
           .
       KEEP-SCHEDULED-CHANGE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-CURRENT-STAFF SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2CFCS: EMPLOYEE CURSOR WOULD NOT OPEN"
               SET WS-FETCH-EOF TO TRUE
           ELSE
               PERFORM COST-ONE-EMPLOYEE
                  THRU COST-ONE-EMPLOYEE-EXIT
                  UNTIL WS-FETCH-EOF

               SET CPY-FR-CLOSE TO TRUE
               CALL WS-FETCH-PGM
                  USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           END-IF
           .
       COST-CURRENT-STAFF-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
      *>    today's cost per head is kept per department as the rate a
      *>    vacant budget position is costed at
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO COST-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           ADD 1 TO WS-POP-COUNT

           MOVE EXT-EMPNO     TO WS-HEAD-EMPNO
           MOVE EXT-WORKDEPT  TO WS-HEAD-WORKDEPT
           MOVE EXT-JOB       TO WS-HEAD-JOB
           MOVE CPY-FR-SALARY TO WS-HEAD-SALARY
           COMPUTE WS-HEAD-OTHER = CPY-FR-BONUS + CPY-FR-COMM
           MOVE 1 TO WS-HEAD-COUNT
           MOVE 1 TO WS-HEAD-FROM-MONTH
           MOVE 1 TO WS-HEAD-COMPONENT
           MOVE 'Y' TO WS-HEAD-ATTRITE-SW
           MOVE 'Y' TO WS-HEAD-IN-POST-SW
           MOVE 'Y' TO WS-HEAD-CHANGES-SW

           MOVE EXT-WORKDEPT TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
           IF WS-MATCH-SLOT > 0
               ADD 1 TO WS-DPT-COST-HC (WS-MATCH-SLOT)
               ADD WS-HEAD-SALARY WS-HEAD-OTHER
                 TO WS-DPT-COST-SUM (WS-MATCH-SLOT)
           END-IF
           ADD 1 TO WS-DPT-COST-HC (WS-CO-SLOT)
           ADD WS-HEAD-SALARY WS-HEAD-OTHER
             TO WS-DPT-COST-SUM (WS-CO-SLOT)

           PERFORM COST-ONE-HEAD THRU COST-ONE-HEAD-EXIT
           .
       COST-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-SCHEDULED-HIRES SECTION.
      *>------------------------------------------------------------------------
      *>    adds held on the pending store join on their effective date
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-KIND (WS-CHG-IDX) = 'A'
                   ADD 1 TO WS-HIRE-COUNT
                   MOVE WS-CHG-EMPNO (WS-CHG-IDX)    TO WS-HEAD-EMPNO
                   MOVE WS-CHG-WORKDEPT (WS-CHG-IDX) TO WS-HEAD-WORKDEPT
                   MOVE WS-CHG-JOB (WS-CHG-IDX)      TO WS-HEAD-JOB
                   MOVE WS-CHG-SALARY (WS-CHG-IDX)   TO WS-HEAD-SALARY
                   MOVE WS-CHG-OTHER (WS-CHG-IDX)    TO WS-HEAD-OTHER
                   MOVE WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                     TO WS-EFF-YYYYMM
                   PERFORM FIND-EFF-MONTH-NO THRU FIND-EFF-MONTH-NO-EXIT
                   MOVE WS-EFF-MONTH-NO TO WS-HEAD-FROM-MONTH
                   MOVE 1 TO WS-HEAD-COUNT
                   MOVE 2 TO WS-HEAD-COMPONENT
                   MOVE 'N' TO WS-HEAD-ATTRITE-SW
                   MOVE 'Y' TO WS-HEAD-IN-POST-SW
                   MOVE 'N' TO WS-HEAD-CHANGES-SW
                   PERFORM COST-ONE-HEAD THRU COST-ONE-HEAD-EXIT
               END-IF
           END-PERFORM
           .
       COST-SCHEDULED-HIRES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-EFF-MONTH-NO SECTION.
      *>------------------------------------------------------------------------
      *>    a month already resolved to YYYYMM back to its place in the
      *>    forecast year
           IF WS-EFF-YYYYMM <= WS-MON-YYYYMM (1)
               MOVE 1 TO WS-EFF-MONTH-NO
               GO TO FIND-EFF-MONTH-NO-EXIT
           END-IF

           MOVE 13 TO WS-EFF-MONTH-NO
           PERFORM VARYING WS-MON-SCAN FROM 1 BY 1
              UNTIL WS-MON-SCAN > 12
                 OR WS-EFF-MONTH-NO < 13
               IF WS-MON-YYYYMM (WS-MON-SCAN) = WS-EFF-YYYYMM
                   MOVE WS-MON-SCAN TO WS-EFF-MONTH-NO
               END-IF
           END-PERFORM
           .
       FIND-EFF-MONTH-NO-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-OPEN-REQUISITIONS SECTION.
      *>------------------------------------------------------------------------
      *>    no requisition store means nothing is open
           OPEN INPUT REQN-FILE
           IF NOT WS-REQN-FILE-OK
               DISPLAY "DB2CFCS: REQUISITION STORE " WS-REQN-FILE-NAME
                  " NOT ON FILE - NONE OPEN"
               GO TO COST-OPEN-REQUISITIONS-EXIT
           END-IF

           PERFORM COST-ONE-REQUISITION
              THRU COST-ONE-REQUISITION-EXIT
              UNTIL WS-REQN-EOF
           CLOSE REQN-FILE
           .
       COST-OPEN-REQUISITIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-ONE-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the job's band midpoint, or the midpoint the requisition
      *>    itself was approved at when the job has no band
           READ REQN-FILE
             AT END
               SET WS-REQN-EOF TO TRUE
               GO TO COST-ONE-REQUISITION-EXIT
           END-READ

           IF NOT REQN-OPEN
               GO TO COST-ONE-REQUISITION-EXIT
           END-IF

           ADD 1 TO WS-REQN-COUNT
           MOVE REQN-JOB TO WS-LOOKUP-JOB
           PERFORM FIND-JOB-BAND THRU FIND-JOB-BAND-EXIT

           MOVE 0 TO WS-REQN-MID
           IF WS-MATCH-SLOT > 0
               IF WS-JOB-BANDED-SW (WS-MATCH-SLOT) = 'Y'
                   MOVE WS-JOB-MID (WS-MATCH-SLOT) TO WS-REQN-MID
               END-IF
           END-IF
           IF WS-REQN-MID = 0
           AND REQN-MIN-SALARY IS NUMERIC
           AND REQN-MAX-SALARY IS NUMERIC
               COMPUTE WS-REQN-MID ROUNDED
                     = (REQN-MIN-SALARY + REQN-MAX-SALARY) / 2
           END-IF
           IF WS-REQN-MID = 0
               ADD 1 TO WS-REQN-NOBAND
           END-IF

           MOVE SPACES        TO WS-HEAD-EMPNO
           MOVE REQN-WORKDEPT TO WS-HEAD-WORKDEPT
           MOVE REQN-JOB      TO WS-HEAD-JOB
           MOVE WS-REQN-MID   TO WS-HEAD-SALARY
           MOVE 0             TO WS-HEAD-OTHER
           MOVE 1             TO WS-HEAD-COUNT
           MOVE WS-FILL-MONTH TO WS-HEAD-FROM-MONTH
           MOVE 3             TO WS-HEAD-COMPONENT
           MOVE 'N'           TO WS-HEAD-ATTRITE-SW
           MOVE 'Y'           TO WS-HEAD-IN-POST-SW
           MOVE 'N'           TO WS-HEAD-CHANGES-SW
           PERFORM COST-ONE-HEAD THRU COST-ONE-HEAD-EXIT
           .
       COST-ONE-REQUISITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-JOB-BAND SECTION.
      *>------------------------------------------------------------------------
      *>    a job's band is asked of DB2JOBC the first time the job is
      *>    met and kept; slot 0 back means the job table is full
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-JOB-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-JOB-CODE (WS-SCAN-IDX) = WS-LOOKUP-JOB
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT > 0
               GO TO FIND-JOB-BAND-EXIT
           END-IF

           IF WS-JOB-COUNT >= WS-JOB-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO FIND-JOB-BAND-EXIT
           END-IF

           ADD 1 TO WS-JOB-COUNT
           SET WS-JOB-IDX TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-MATCH-SLOT
           INITIALIZE WS-JOB-ENTRY (WS-JOB-IDX)
           MOVE WS-LOOKUP-JOB TO WS-JOB-CODE (WS-JOB-IDX)
           MOVE 'N' TO WS-JOB-BANDED-SW (WS-JOB-IDX)

           INITIALIZE CPY-JOBCODE-REC
           SET CPY-JOBC-SELECT TO TRUE
           MOVE WS-LOOKUP-JOB TO CPY-JOBC-CODE
           CALL WS-JOBC-PGM USING CPY-JOBCODE-REC END-CALL

           IF CPY-JOBC-SUCCESS
           AND CPY-JOBC-MAX-SALARY > 0
               MOVE 'Y' TO WS-JOB-BANDED-SW (WS-JOB-IDX)
               COMPUTE WS-JOB-MID (WS-JOB-IDX) ROUNDED
                     = (CPY-JOBC-MIN-SALARY + CPY-JOBC-MAX-SALARY) / 2
           END-IF
           .
       FIND-JOB-BAND-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-BUDGET-VACANCIES SECTION.
      *>------------------------------------------------------------------------
      *>    a budgeted position nobody fills - no person, no scheduled
      *>    hire, no open requisition - in a month is costed at the
      *>    department's cost per head today
           OPEN INPUT HCB-FILE
           IF NOT WS-HCB-FILE-OK
               DISPLAY "DB2CFCS: BUDGET MASTER " WS-HCB-FILE-NAME
                  " NOT ON FILE - NO VACANCIES COSTED"
               GO TO COST-BUDGET-VACANCIES-EXIT
           END-IF

           PERFORM READ-HCB-RECORD THRU READ-HCB-RECORD-EXIT
              UNTIL WS-HCB-EOF
           CLOSE HCB-FILE

      *>    lay each entry over the months it covers; a later entry
      *>    for the same month wins, as in DB2HCRPT
           PERFORM VARYING WS-HCB-IDX FROM 1 BY 1
              UNTIL WS-HCB-IDX > WS-HCB-COUNT
               MOVE WS-HCB-DEPTNO (WS-HCB-IDX) TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
               IF WS-MATCH-SLOT > 0
                   PERFORM VARYING WS-MON-NO FROM 1 BY 1
                      UNTIL WS-MON-NO > 12
                       IF WS-MON-YYYYMM (WS-MON-NO)
                            >= WS-HCB-FROM (WS-HCB-IDX)
                       AND WS-MON-YYYYMM (WS-MON-NO)
                            <= WS-HCB-TO (WS-HCB-IDX)
                           MOVE WS-HCB-BUDGET (WS-HCB-IDX)
                             TO WS-DPT-BUDGET (WS-MATCH-SLOT WS-MON-NO)
                           MOVE 'Y' TO
                              WS-DPT-BUDGET-SW (WS-MATCH-SLOT WS-MON-NO)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CO-AVG-COST
           IF WS-DPT-COST-HC (WS-CO-SLOT) > 0
               COMPUTE WS-CO-AVG-COST ROUNDED
                     = WS-DPT-COST-SUM (WS-CO-SLOT)
                     / WS-DPT-COST-HC (WS-CO-SLOT)
           END-IF

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-DEPTNO (WS-DPT-IDX) NOT = '***'
                   PERFORM COST-DEPT-VACANCIES
                      THRU COST-DEPT-VACANCIES-EXIT
               END-IF
           END-PERFORM
           .
       COST-BUDGET-VACANCIES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HCB-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ HCB-FILE
             AT END
               SET WS-HCB-EOF TO TRUE
             NOT AT END
               IF HCB-DEPTNO NOT = SPACES
               AND HCB-EFF-FROM IS NUMERIC
               AND HCB-EFF-TO IS NUMERIC
               AND HCB-BUDGET IS NUMERIC
                   IF WS-HCB-COUNT < WS-HCB-MAX
                       ADD 1 TO WS-HCB-COUNT
                       SET WS-HCB-IDX TO WS-HCB-COUNT
                       MOVE HCB-DEPTNO   TO WS-HCB-DEPTNO (WS-HCB-IDX)
                       MOVE HCB-EFF-FROM TO WS-HCB-FROM (WS-HCB-IDX)
                       MOVE HCB-EFF-TO   TO WS-HCB-TO (WS-HCB-IDX)
                       MOVE HCB-BUDGET   TO WS-HCB-BUDGET (WS-HCB-IDX)
                   ELSE
                       SET WS-TAB-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-READ
           .
       READ-HCB-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-DEPT-VACANCIES SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-CO-AVG-COST TO WS-AVG-COST
           IF WS-DPT-COST-HC (WS-DPT-IDX) > 0
               COMPUTE WS-AVG-COST ROUNDED
                     = WS-DPT-COST-SUM (WS-DPT-IDX)
                     / WS-DPT-COST-HC (WS-DPT-IDX)
           END-IF

           MOVE SPACES                     TO WS-HEAD-EMPNO
           MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-HEAD-WORKDEPT
           MOVE SPACES                     TO WS-HEAD-JOB
           MOVE WS-AVG-COST                TO WS-HEAD-SALARY
           MOVE 0                          TO WS-HEAD-OTHER
           MOVE 4   TO WS-HEAD-COMPONENT
           MOVE 'N' TO WS-HEAD-ATTRITE-SW
           MOVE 'N' TO WS-HEAD-IN-POST-SW
           MOVE 'N' TO WS-HEAD-CHANGES-SW
           MOVE HIGH-VALUES TO WS-LAST-WORKDEPT WS-LAST-JOB
           MOVE 0 TO WS-MYC-COUNT

           PERFORM VARYING WS-MON-NO FROM WS-FILL-MONTH BY 1
              UNTIL WS-MON-NO > 12
               IF WS-DPT-BUDGET-SW (WS-DPT-IDX WS-MON-NO) = 'Y'
                   COMPUTE WS-GAP
                         = WS-DPT-BUDGET (WS-DPT-IDX WS-MON-NO)
                         - WS-DPT-HEADS (WS-DPT-IDX WS-MON-NO)
                   IF WS-GAP > 0
                       MOVE WS-GAP TO WS-HEAD-COUNT
                       ADD WS-GAP TO WS-GAP-HEAD-MONTHS
                       PERFORM COST-ONE-MONTH THRU COST-ONE-MONTH-EXIT
                   END-IF
               END-IF
           END-PERFORM
           .
       COST-DEPT-VACANCIES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-ONE-HEAD SECTION.
      *>------------------------------------------------------------------------
      *>    the WS-HEAD- fields through every month from the one they
      *>    start in
           MOVE HIGH-VALUES TO WS-LAST-WORKDEPT WS-LAST-JOB
           MOVE 0 TO WS-MYC-COUNT

           IF WS-HEAD-HAS-CHANGES
               PERFORM GATHER-HEAD-CHANGES
                  THRU GATHER-HEAD-CHANGES-EXIT
           END-IF

           PERFORM COST-ONE-MONTH THRU COST-ONE-MONTH-EXIT
              VARYING WS-MON-NO FROM WS-HEAD-FROM-MONTH BY 1
              UNTIL WS-MON-NO > 12
           .
       COST-ONE-HEAD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       GATHER-HEAD-CHANGES SECTION.
      *>------------------------------------------------------------------------
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-EMPNO (WS-CHG-IDX) = WS-HEAD-EMPNO
               AND WS-CHG-KIND (WS-CHG-IDX) NOT = 'A'
                   IF WS-MYC-COUNT < WS-MYC-MAX
                       ADD 1 TO WS-MYC-COUNT
                       SET WS-MYC-SLOT (WS-MYC-COUNT) TO WS-CHG-IDX
                   ELSE
                       SET WS-TAB-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       GATHER-HEAD-CHANGES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-ONE-MONTH SECTION.
      *>------------------------------------------------------------------------
      *>    the head as it stands in month WS-MON-NO, costed in every
      *>    report column into its department, the company and its
      *>    cost component
           MOVE WS-HEAD-WORKDEPT TO WS-CUR-WORKDEPT
           MOVE WS-HEAD-JOB      TO WS-CUR-JOB
           MOVE WS-HEAD-SALARY   TO WS-CUR-SALARY
           MOVE WS-HEAD-OTHER    TO WS-CUR-OTHER
           MOVE 'Y' TO WS-CUR-ACTIVE-SW

           IF WS-MYC-COUNT > 0
               PERFORM APPLY-SCHEDULED-CHANGES
                  THRU APPLY-SCHEDULED-CHANGES-EXIT
           END-IF

           IF NOT WS-CUR-ACTIVE
               GO TO COST-ONE-MONTH-EXIT
           END-IF

           IF WS-CUR-WORKDEPT NOT = WS-LAST-WORKDEPT
           OR WS-CUR-JOB NOT = WS-LAST-JOB
               MOVE WS-CUR-WORKDEPT TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-ROW THRU FIND-DEPT-ROW-EXIT
               MOVE WS-MATCH-SLOT TO WS-CUR-SLOT
               PERFORM FIND-SCENARIO-RULES
                  THRU FIND-SCENARIO-RULES-EXIT
               MOVE WS-CUR-WORKDEPT TO WS-LAST-WORKDEPT
               MOVE WS-CUR-JOB      TO WS-LAST-JOB
           END-IF

           MOVE 1 TO WS-CUR-FACTOR
           IF WS-CUR-SLOT > 0
               IF WS-HEAD-IN-POST
                   ADD WS-HEAD-COUNT
                     TO WS-DPT-HEADS (WS-CUR-SLOT WS-MON-NO)
               END-IF
               IF WS-HEAD-ATTRITES
                   MOVE WS-DPT-FACTOR (WS-CUR-SLOT WS-MON-NO)
                     TO WS-CUR-FACTOR
               END-IF
           END-IF

           PERFORM COST-ONE-COLUMN THRU COST-ONE-COLUMN-EXIT
              VARYING WS-COL-NO FROM 1 BY 1
              UNTIL WS-COL-NO > WS-COL-COUNT
           .
       COST-ONE-MONTH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       APPLY-SCHEDULED-CHANGES SECTION.
      *>------------------------------------------------------------------------
      *>    of the head's changes effective by this month, the latest
      *>    placement (update or transfer) and the latest pay (update)
      *>    win; a delete effective by now takes them off the books
           MOVE 0 TO WS-BEST-DEPT-EFF WS-BEST-SAL-EFF
           PERFORM VARYING WS-MYC-NO FROM 1 BY 1
              UNTIL WS-MYC-NO > WS-MYC-COUNT
               SET WS-CHG-IDX TO WS-MYC-SLOT (WS-MYC-NO)
               IF WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                    <= WS-MON-YYYYMM (WS-MON-NO)
                   EVALUATE WS-CHG-KIND (WS-CHG-IDX)
                     WHEN 'D'
                       MOVE 'N' TO WS-CUR-ACTIVE-SW
                     WHEN 'U'
                     WHEN 'T'
                       IF WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                            >= WS-BEST-DEPT-EFF
                       AND WS-CHG-WORKDEPT (WS-CHG-IDX) NOT = SPACES
                           MOVE WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                             TO WS-BEST-DEPT-EFF
                           MOVE WS-CHG-WORKDEPT (WS-CHG-IDX)
                             TO WS-CUR-WORKDEPT
                           IF WS-CHG-JOB (WS-CHG-IDX) NOT = SPACES
                               MOVE WS-CHG-JOB (WS-CHG-IDX)
                                 TO WS-CUR-JOB
                           END-IF
                       END-IF
                       IF WS-CHG-KIND (WS-CHG-IDX) = 'U'
                       AND WS-CHG-SALARY (WS-CHG-IDX) > 0
                       AND WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                            >= WS-BEST-SAL-EFF
                           MOVE WS-CHG-EFF-YYYYMM (WS-CHG-IDX)
                             TO WS-BEST-SAL-EFF
                           MOVE WS-CHG-SALARY (WS-CHG-IDX)
                             TO WS-CUR-SALARY
                           MOVE WS-CHG-OTHER (WS-CHG-IDX)
                             TO WS-CUR-OTHER
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       APPLY-SCHEDULED-CHANGES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-SCENARIO-RULES SECTION.
      *>------------------------------------------------------------------------
      *>    per scenario, the first of its rules to match the head's
      *>    department and job, the same match order as DB2MASSI
           PERFORM VARYING WS-SCN-NO FROM 1 BY 1
              UNTIL WS-SCN-NO > WS-SCN-COUNT
               MOVE 0 TO WS-CUR-RULE-SLOT (WS-SCN-NO)
               PERFORM VARYING WS-SRL-SCAN FROM 1 BY 1
                  UNTIL WS-SRL-SCAN > WS-SRL-COUNT
                     OR WS-CUR-RULE-SLOT (WS-SCN-NO) > 0
                   IF WS-SRL-SCN-NO (WS-SRL-SCAN) = WS-SCN-NO
                       EVALUATE WS-SRL-SCOPE (WS-SRL-SCAN)
                         WHEN 'A'
                           MOVE WS-SRL-SCAN
                             TO WS-CUR-RULE-SLOT (WS-SCN-NO)
                         WHEN 'D'
                           IF WS-SRL-KEY (WS-SRL-SCAN) (1:3)
                                = WS-CUR-WORKDEPT
                               MOVE WS-SRL-SCAN
                                 TO WS-CUR-RULE-SLOT (WS-SCN-NO)
                           END-IF
                         WHEN 'J'
                           IF WS-SRL-KEY (WS-SRL-SCAN) = WS-CUR-JOB
                           AND WS-CUR-JOB NOT = SPACES
                               MOVE WS-SRL-SCAN
                                 TO WS-CUR-RULE-SLOT (WS-SCN-NO)
                           END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       FIND-SCENARIO-RULES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COST-ONE-COLUMN SECTION.
      *>------------------------------------------------------------------------
      *>    column 1 is the baseline; a scenario's increase applies from
      *>    the month its rule is effective, on salary only, the same
      *>    sum DB2MASSI posts
           MOVE WS-CUR-SALARY TO WS-SCN-SALARY
           IF WS-COL-NO > 1
               COMPUTE WS-SCN-NO = WS-COL-NO - 1
               MOVE WS-CUR-RULE-SLOT (WS-SCN-NO) TO WS-SRL-SCAN
               IF WS-SRL-SCAN > 0
                   IF WS-SRL-EFF-YYYYMM (WS-SRL-SCAN)
                        <= WS-MON-YYYYMM (WS-MON-NO)
                       COMPUTE WS-SCN-SALARY ROUNDED =
                           WS-CUR-SALARY
                         + (WS-CUR-SALARY
                            * WS-SRL-PCT (WS-SRL-SCAN) / 100)
                         + WS-SRL-FLAT (WS-SRL-SCAN)
                           ON SIZE ERROR
                               MOVE 9999999.99 TO WS-SCN-SALARY
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-MONTH-COST ROUNDED =
               (WS-SCN-SALARY + WS-CUR-OTHER) * WS-CUR-FACTOR
             * WS-HEAD-COUNT / 12
               ON SIZE ERROR
                   MOVE 999999999.99 TO WS-MONTH-COST
           END-COMPUTE

           IF WS-CUR-SLOT > 0
               ADD WS-MONTH-COST
                 TO WS-DPT-COST (WS-CUR-SLOT WS-MON-NO WS-COL-NO)
                    WS-DPT-YEAR (WS-CUR-SLOT WS-COL-NO)
           END-IF
           ADD WS-MONTH-COST
             TO WS-DPT-COST (WS-CO-SLOT WS-MON-NO WS-COL-NO)
                WS-DPT-YEAR (WS-CO-SLOT WS-COL-NO)
                WS-CMP-COST (WS-HEAD-COMPONENT WS-COL-NO)
           .
       COST-ONE-COLUMN-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-DEPT-ROW SECTION.
      *>------------------------------------------------------------------------
      *>    a new department row takes its attrition rate and works out
      *>    what is left of today's staff at the start of each month
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-DPT-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-DPT-DEPTNO (WS-SCAN-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT > 0
               GO TO FIND-DEPT-ROW-EXIT
           END-IF

           IF WS-DPT-COUNT >= WS-DPT-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO FIND-DEPT-ROW-EXIT
           END-IF

           ADD 1 TO WS-DPT-COUNT
           SET WS-DPT-IDX TO WS-DPT-COUNT
           INITIALIZE WS-DPT-ENTRY (WS-DPT-IDX)
           MOVE WS-LOOKUP-DEPT TO WS-DPT-DEPTNO (WS-DPT-IDX)
           MOVE WS-DPT-COUNT TO WS-MATCH-SLOT

           MOVE WS-ATR-DEFAULT-PCT TO WS-DPT-ATR-PCT (WS-DPT-IDX)
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
              UNTIL WS-ATR-IDX > WS-ATR-COUNT
               IF WS-ATR-DEPTNO (WS-ATR-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-ATR-PCT (WS-ATR-IDX)
                     TO WS-DPT-ATR-PCT (WS-DPT-IDX)
               END-IF
           END-PERFORM

      *>    the first month is today's staff; each month after loses a
      *>    twelfth of the annual rate of whoever is left
           MOVE 1 TO WS-DPT-FACTOR (WS-DPT-IDX 1)
           PERFORM VARYING WS-MON-SCAN FROM 2 BY 1
              UNTIL WS-MON-SCAN > 12
               COMPUTE WS-MON-PREV = WS-MON-SCAN - 1
               COMPUTE WS-DPT-FACTOR (WS-DPT-IDX WS-MON-SCAN) ROUNDED
                     = WS-DPT-FACTOR (WS-DPT-IDX WS-MON-PREV)
                     * (1 - WS-DPT-ATR-PCT (WS-DPT-IDX) / 1200)
           END-PERFORM
           .
       FIND-DEPT-ROW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-FORECAST SECTION.
      *>------------------------------------------------------------------------
      *>    the departments in DEPTNO order, each month by month with
      *>    its year, the company last
           SET WS-RPT-DEPARTMENTS TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE LOW-VALUES TO WS-PREV-DEPT
           PERFORM WRITE-NEXT-DEPT THRU WRITE-NEXT-DEPT-EXIT
           PERFORM WRITE-NEXT-DEPT THRU WRITE-NEXT-DEPT-EXIT
              UNTIL WS-NEXT-SLOT = 0

           IF WS-CO-SLOT > 0
               SET WS-DPT-IDX TO WS-CO-SLOT
               PERFORM WRITE-DEPT-BLOCK THRU WRITE-DEPT-BLOCK-EXIT
           END-IF
           .
       WRITE-DEPT-FORECAST-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-NEXT-DEPT SECTION.
      *>------------------------------------------------------------------------
      *>    the lowest DEPTNO above the last one printed
           MOVE 0 TO WS-NEXT-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-DPT-COUNT
               IF WS-DPT-DEPTNO (WS-SCAN-IDX) > WS-PREV-DEPT
               AND WS-DPT-DEPTNO (WS-SCAN-IDX) NOT = '***'
                   IF WS-NEXT-SLOT = 0
                       MOVE WS-SCAN-IDX TO WS-NEXT-SLOT
                   ELSE
                   IF WS-DPT-DEPTNO (WS-SCAN-IDX)
                        < WS-DPT-DEPTNO (WS-NEXT-SLOT)
                       MOVE WS-SCAN-IDX TO WS-NEXT-SLOT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NEXT-SLOT = 0
               GO TO WRITE-NEXT-DEPT-EXIT
           END-IF

           MOVE WS-DPT-DEPTNO (WS-NEXT-SLOT) TO WS-PREV-DEPT
           SET WS-DPT-IDX TO WS-NEXT-SLOT
           PERFORM WRITE-DEPT-BLOCK THRU WRITE-DEPT-BLOCK-EXIT
           .
       WRITE-NEXT-DEPT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-BLOCK SECTION.
      *>------------------------------------------------------------------------
      *>    a block is kept on one page
           IF WS-RPT-LINE-COUNT + 14 > WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF

           PERFORM VARYING WS-MON-NO FROM 1 BY 1
              UNTIL WS-MON-NO > 12
               MOVE SPACES TO WS-FCST-LINE
               MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-FCL-DEPTNO
               MOVE WS-MON-YYYYMM (WS-MON-NO) TO WS-MONTH-WORK-N
               PERFORM EDIT-MONTH THRU EDIT-MONTH-EXIT
               MOVE WS-MONTH-EDIT TO WS-FCL-MONTH
               PERFORM VARYING WS-COL-NO FROM 1 BY 1
                  UNTIL WS-COL-NO > WS-COL-COUNT
                   MOVE WS-DPT-COST (WS-DPT-IDX WS-MON-NO WS-COL-NO)
                     TO WS-FCL-AMT (WS-COL-NO)
               END-PERFORM
               MOVE WS-FCST-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-PERFORM

           MOVE SPACES TO WS-FCST-LINE
           MOVE WS-DPT-DEPTNO (WS-DPT-IDX) TO WS-FCL-DEPTNO
           MOVE "YEAR" TO WS-FCL-MONTH
           PERFORM VARYING WS-COL-NO FROM 1 BY 1
              UNTIL WS-COL-NO > WS-COL-COUNT
               MOVE WS-DPT-YEAR (WS-DPT-IDX WS-COL-NO)
                 TO WS-FCL-AMT (WS-COL-NO)
           END-PERFORM
           MOVE WS-FCST-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT
           .
       WRITE-DEPT-BLOCK-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-COMPONENTS SECTION.
      *>------------------------------------------------------------------------
      *>    the company's year split by where the cost comes from
           SET WS-RPT-COMPONENTS TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM VARYING WS-CMP-NO FROM 1 BY 1
              UNTIL WS-CMP-NO > 4
               MOVE SPACES TO WS-FCST-LINE
               MOVE WS-CMP-LABEL (WS-CMP-NO) TO WS-FCL-LEAD
               PERFORM VARYING WS-COL-NO FROM 1 BY 1
                  UNTIL WS-COL-NO > WS-COL-COUNT
                   MOVE WS-CMP-COST (WS-CMP-NO WS-COL-NO)
                     TO WS-FCL-AMT (WS-COL-NO)
               END-PERFORM
               MOVE WS-FCST-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO WS-FCST-LINE
           MOVE "TOTAL" TO WS-FCL-LEAD
           PERFORM VARYING WS-COL-NO FROM 1 BY 1
              UNTIL WS-COL-NO > WS-COL-COUNT
               MOVE WS-DPT-YEAR (WS-CO-SLOT WS-COL-NO)
                 TO WS-FCL-AMT (WS-COL-NO)
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FCST-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       WRITE-COMPONENTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ASSUMPTIONS SECTION.
      *>------------------------------------------------------------------------
      *>    what went into the figures, so two runs can be compared
           SET WS-RPT-ASSUMPTIONS TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           MOVE SPACES TO WS-ASM-LINE
           MOVE "EMPLOYEES COSTED" TO WS-ASM-LABEL
           MOVE WS-POP-COUNT TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           MOVE "PENDING CHANGES APPLIED" TO WS-ASM-LABEL
           MOVE WS-PEND-USED TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           MOVE "HELD APPROVALS APPLIED" TO WS-ASM-LABEL
           MOVE WS-APQ-USED TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           MOVE "OPEN REQUISITIONS" TO WS-ASM-LABEL
           MOVE WS-REQN-COUNT TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           IF WS-REQN-NOBAND > 0
               MOVE "  WITH NO SALARY TO COST AT" TO WS-ASM-LABEL
               MOVE WS-REQN-NOBAND TO WS-ASM-COUNT
               MOVE WS-ASM-COUNT TO WS-ASM-VALUE
               PERFORM WRITE-ASSUMPTION-LINE
                  THRU WRITE-ASSUMPTION-LINE-EXIT
           END-IF

           MOVE "VACANT BUDGET HEAD-MONTHS" TO WS-ASM-LABEL
           MOVE WS-GAP-HEAD-MONTHS TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           MOVE "VACANCIES FILLED FROM MONTH" TO WS-ASM-LABEL
           MOVE WS-FILL-MONTH TO WS-ASM-COUNT
           MOVE WS-ASM-COUNT TO WS-ASM-VALUE
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           MOVE "ATTRITION, ALL OTHER DEPTS" TO WS-ASM-LABEL
           MOVE WS-ATR-DEFAULT-PCT TO WS-ASM-PCT
           STRING WS-ASM-PCT DELIMITED BY SIZE
                  " PCT A YEAR" DELIMITED BY SIZE
                  INTO WS-ASM-VALUE
           END-STRING
           PERFORM WRITE-ASSUMPTION-LINE
              THRU WRITE-ASSUMPTION-LINE-EXIT

           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
              UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE SPACES TO WS-ASM-LABEL
               STRING "ATTRITION, DEPT " DELIMITED BY SIZE
                      WS-ATR-DEPTNO (WS-ATR-IDX) DELIMITED BY SIZE
                      INTO WS-ASM-LABEL
               END-STRING
               MOVE WS-ATR-PCT (WS-ATR-IDX) TO WS-ASM-PCT
               STRING WS-ASM-PCT DELIMITED BY SIZE
                      " PCT A YEAR" DELIMITED BY SIZE
                      INTO WS-ASM-VALUE
               END-STRING
               PERFORM WRITE-ASSUMPTION-LINE
                  THRU WRITE-ASSUMPTION-LINE-EXIT
           END-PERFORM

           PERFORM VARYING WS-SCN-NO FROM 1 BY 1
              UNTIL WS-SCN-NO > WS-SCN-COUNT
               MOVE 0 TO WS-SCAN-IDX
               PERFORM VARYING WS-SRL-SCAN FROM 1 BY 1
                  UNTIL WS-SRL-SCAN > WS-SRL-COUNT
                   IF WS-SRL-SCN-NO (WS-SRL-SCAN) = WS-SCN-NO
                       ADD 1 TO WS-SCAN-IDX
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-ASM-LABEL
               STRING "SCENARIO " DELIMITED BY SIZE
                      WS-SCN-NAME (WS-SCN-NO) DELIMITED BY SIZE
                      INTO WS-ASM-LABEL
               END-STRING
               MOVE WS-SCAN-IDX TO WS-ASM-COUNT
               STRING WS-ASM-COUNT DELIMITED BY SIZE
                      " RULE(S)" DELIMITED BY SIZE
                      INTO WS-ASM-VALUE
               END-STRING
               PERFORM WRITE-ASSUMPTION-LINE
                  THRU WRITE-ASSUMPTION-LINE-EXIT
           END-PERFORM
           .
       WRITE-ASSUMPTIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ASSUMPTION-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE WS-ASM-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           MOVE SPACES TO WS-ASM-LINE
           .
       WRITE-ASSUMPTION-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-PAGE-BREAK SECTION.
      *>------------------------------------------------------------------------
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF
          .
       CHECK-PAGE-BREAK-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PAGE-HEADER SECTION.
      *>------------------------------------------------------------------------
      *>    each of the three parts starts its own page under its own
      *>    title; the cost parts carry BASELINE and the scenario IDs
      *>    as column headings
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-COL-HDG-LINE
           MOVE "BASELINE" TO WS-CHL-NAME (1)
           PERFORM VARYING WS-SCN-NO FROM 1 BY 1
              UNTIL WS-SCN-NO > WS-SCN-COUNT
               COMPUTE WS-COL-NO = WS-SCN-NO + 1
               MOVE WS-SCN-NAME (WS-SCN-NO) TO WS-CHL-NAME (WS-COL-NO)
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-RPT-DEPARTMENTS
               MOVE "PROJECTED MONTHLY COST BY DEPARTMENT"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE "DEPT MONTH" TO WS-CHL-LEAD
               MOVE WS-COL-HDG-LINE TO RPT-LINE
             WHEN WS-RPT-COMPONENTS
               MOVE "COMPANY COST FOR THE YEAR BY COMPONENT"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE "COMPONENT" TO WS-CHL-LEAD
               MOVE WS-COL-HDG-LINE TO RPT-LINE
             WHEN OTHER
               MOVE "ASSUMPTIONS USED" TO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2CFCS.

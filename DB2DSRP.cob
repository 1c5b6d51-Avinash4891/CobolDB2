      *>************************************************************************
      *>  SAMPLE OUTBOUND DISPATCH REGISTER REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2DSRP.cob
      *>
      *> Purpose:      What went out of the shop, per interface per day,
      *>               and which expected files never did
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the dispatch register DB2DSPR keeps and
      *>                 lists every dispatch made between two dates
      *>                 (DB2DSRP_FROM_DATE / DB2DSRP_TO_DATE, YYYYMMDD;
      *>                 the first of the current month to today when
      *>                 unset), interface by interface and day by day:
      *>                 time, sent/override/refused, program, run date,
      *>                 record count, hash or amount total, lines,
      *>                 fingerprint, operator and file, with a total
      *>                 line for each interface and day
      *>               - knows which interfaces are expected and how
      *>                 often: the daily event file (DB2EVTX) and the
      *>                 HRIS confirm-back (DB2HRICB) every day, the
      *>                 payroll pickup (DB2PAYX) and the GL journal
      *>                 (DB2GLX) every pay period
      *>               - a daily interface with nothing sent for a run
      *>                 date in the range (today excluded - its run may
      *>                 not have happened yet) is listed as missing
      *>               - a pay-period interface is missing when a
      *>                 period's cutoff on the payroll calendar (the
      *>                 DB2PCAL store) falls in the range and before
      *>                 today, and nothing was sent with a run date from
      *>                 that cutoff to the end of the period
      *>               - a refused dispatch never counts as a file sent;
      *>                 an interface on the register but not on the
      *>                 expected list is still reported
      *>               - ends with condition code 4 when an expected
      *>                 file is missing or a table filled
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DSRP.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REGISTER-FILE ASSIGN TO WS-REG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-FILE-STATUS.

        SELECT PCAL-FILE ASSIGN TO WS-PCAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCAL-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the dispatch register, as DB2DSPR writes it
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 DSP-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 DSP-INTERFACE         PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-REQ-PGM           PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-REC-COUNT         PIC 9(7).
           05 FILLER                PIC X(1).
           05 DSP-AMOUNT-TOTAL      PIC 9(15).
           05 FILLER                PIC X(1).
           05 DSP-FILE-RECORDS      PIC 9(7).
           05 FILLER                PIC X(1).
           05 DSP-FP-SUM            PIC 9(18).
           05 FILLER                PIC X(1).
           05 DSP-FP-POS            PIC 9(18).
           05 FILLER                PIC X(1).
           05 DSP-OPERATOR          PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-FILE-NAME         PIC X(100).

      *> the payroll calendar, as DB2PCAL writes it
       FD PCAL-FILE.
       01 PCAL-RECORD.
           05 PCAL-PERIOD-ID        PIC X(6).
           05 FILLER                PIC X(1).
           05 PCAL-START-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-END-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-CUTOFF-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 PCAL-PER-YEAR         PIC 9(2).
           05 FILLER                PIC X(1).
           05 PCAL-CLOSED-FLAG      PIC X(1).
           05 FILLER                PIC X(1).
           05 PCAL-CLOSED-DATE      PIC 9(8).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are unset
        01 WS-REG-FILE-NAME      PIC X(100) VALUE 'dispatch.txt'.
        01 WS-PCAL-FILE-NAME     PIC X(100) VALUE 'paycal.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'dsprrpt.txt'.

        01 WS-REG-FILE-STATUS    PIC XX.
           88 WS-REG-FILE-OK         VALUE '00'.
        01 WS-PCAL-FILE-STATUS   PIC XX.
           88 WS-PCAL-FILE-OK        VALUE '00'.

        01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF             VALUE 'Y'.
        01 WS-PCAL-EOF-SW        PIC X VALUE 'N'.
           88 WS-PCAL-EOF            VALUE 'Y'.
        01 WS-PCAL-FOUND-SW      PIC X VALUE 'N'.
           88 WS-PCAL-FOUND          VALUE 'Y'.
        01 WS-TAB-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-TAB-OVERFLOW        VALUE 'Y'.
        01 WS-SENT-FOUND-SW      PIC X VALUE 'N'.
           88 WS-SENT-FOUND          VALUE 'Y'.

      *> the reporting range and today
        01 WS-TODAY              PIC 9(8).
        01 WS-FROM-IN            PIC X(8).
        01 WS-TO-IN              PIC X(8).
        01 WS-FROM-DATE          PIC 9(8) VALUE 0.
        01 WS-TO-DATE            PIC 9(8) VALUE 0.

      *> the interfaces expected out of the shop and how often: D is
      *> every day, P every pay period on the payroll calendar
        01 WS-EXPECTED-VALUES.
           05 FILLER                PIC X(41)
              VALUE "PAYROLL PDB2PAYX PAYROLL PICKUP          ".
           05 FILLER                PIC X(41)
              VALUE "GLJRNL  PDB2GLX  GL JOURNAL              ".
           05 FILLER                PIC X(41)
              VALUE "HRISCONFDDB2HRICBHRIS CONFIRM-BACK       ".
           05 FILLER                PIC X(41)
              VALUE "EVENTS  DDB2EVTX DAILY EVENT FILE        ".
        01 WS-EXPECTED-TAB REDEFINES WS-EXPECTED-VALUES.
           05 WS-EXP-ENTRY OCCURS 4 TIMES.
              10 WS-EXP-INTERFACE   PIC X(8).
              10 WS-EXP-FREQ        PIC X(1).
              10 WS-EXP-PGM         PIC X(8).
              10 WS-EXP-DESC        PIC X(24).
        01 WS-EXP-COUNT          PIC 9(4) VALUE 4.

      *> every interface reported: the expected ones first, then any
      *> other found on the register
        01 WS-IFC-COUNT          PIC 9(4) VALUE 0.
        01 WS-IFC-MAX            PIC 9(4) VALUE 50.
        01 WS-IFC-TAB.
           05 WS-IFC-ENTRY OCCURS 50 TIMES.
              10 WS-IFC-INTERFACE   PIC X(8).
              10 WS-IFC-FREQ        PIC X(1).
                 88 WS-IFC-DAILY        VALUE 'D'.
                 88 WS-IFC-PER-PERIOD   VALUE 'P'.
              10 WS-IFC-PGM         PIC X(8).
              10 WS-IFC-DESC        PIC X(24).

      *> the register from the start of the range on
        01 WS-REG-COUNT          PIC 9(5) VALUE 0.
        01 WS-REG-MAX            PIC 9(5) VALUE 5000.
        01 WS-REG-TAB.
           05 WS-REG-ENTRY OCCURS 5000 TIMES.
              10 WS-REG-DATE        PIC 9(8).
              10 WS-REG-TIME        PIC 9(8).
              10 WS-REG-STATUS      PIC X(1).
                 88 WS-REG-WENT-OUT     VALUE 'S' 'O'.
                 88 WS-REG-OVERRIDE     VALUE 'O'.
                 88 WS-REG-REFUSED      VALUE 'R'.
              10 WS-REG-INTERFACE   PIC X(8).
              10 WS-REG-PGM         PIC X(8).
              10 WS-REG-RUN-DATE    PIC 9(8).
              10 WS-REG-REC-COUNT   PIC 9(7).
              10 WS-REG-AMOUNT      PIC 9(15).
              10 WS-REG-LINES       PIC 9(7).
              10 WS-REG-FP-SUM      PIC 9(18).
              10 WS-REG-OPERATOR    PIC X(8).
              10 WS-REG-FILE        PIC X(30).

      *> pay periods whose cutoff falls in the range
        01 WS-PER-COUNT          PIC 9(4) VALUE 0.
        01 WS-PER-MAX            PIC 9(4) VALUE 200.
        01 WS-PER-TAB.
           05 WS-PER-ENTRY OCCURS 200 TIMES.
              10 WS-PER-ID          PIC X(6).
              10 WS-PER-CUTOFF      PIC 9(8).
              10 WS-PER-WINDOW-END  PIC 9(8).

        01 WS-IFC-IDX            PIC 9(4) VALUE 0.
        01 WS-REG-IDX            PIC 9(5) VALUE 0.
        01 WS-PER-IDX            PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(5) VALUE 0.
        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.

      *> the window a file must be sent in: from/to run dates
        01 WS-WINDOW-FROM        PIC 9(8) VALUE 0.
        01 WS-WINDOW-TO          PIC 9(8) VALUE 0.

      *> day stepping for the daily interfaces, February by the
      *> Gregorian leap rule as DB2LVAC works it
        01 WS-DAY                PIC 9(8) VALUE 0.
        01 WS-DAY-PARTS REDEFINES WS-DAY.
           05 WS-DAY-YYYY           PIC 9(4).
           05 WS-DAY-MM             PIC 9(2).
           05 WS-DAY-DD             PIC 9(2).
        01 WS-DAY-LAST-DD        PIC 9(2) VALUE 0.
        01 WS-LEAP-QUOT          PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-4         PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-100       PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-400       PIC 9(4) VALUE 0.
        01 WS-MONTH-DAYS-VALUES.
           05 FILLER             PIC X(24)
              VALUE "312831303130313130313031".
        01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.

      *> the day being totalled for one interface
        01 WS-CUR-DAY            PIC 9(8) VALUE 0.
        01 WS-DAY-SENT           PIC 9(5) VALUE 0.
        01 WS-DAY-OVERRIDE       PIC 9(5) VALUE 0.
        01 WS-DAY-REFUSED        PIC 9(5) VALUE 0.
        01 WS-DAY-RECORDS        PIC 9(9) VALUE 0.
        01 WS-DAY-AMOUNT         PIC 9(17) VALUE 0.
        01 WS-IFC-LISTED         PIC 9(5) VALUE 0.

      *> run totals
        01 WS-TOT-LISTED         PIC 9(5) VALUE 0.
        01 WS-TOT-SENT           PIC 9(5) VALUE 0.
        01 WS-TOT-OVERRIDE       PIC 9(5) VALUE 0.
        01 WS-TOT-REFUSED        PIC 9(5) VALUE 0.
        01 WS-TOT-MISSING        PIC 9(5) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 50.
        01 WS-RPT-SECTION        PIC X(1)  VALUE '1'.
           88 WS-RPT-DISPATCHES      VALUE '1'.
           88 WS-RPT-MISSING         VALUE '2'.

        01 WS-PRINT-LINE         PIC X(132).

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(42) VALUE
              "DB2DSRP - OUTBOUND DISPATCH REGISTER FROM ".
           05 WS-PHL-FROM           PIC 9(8).
           05 FILLER                PIC X(04) VALUE " TO ".
           05 WS-PHL-TO             PIC 9(8).
           05 FILLER                PIC X(08) VALUE "  RUN ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(30) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(14) VALUE SPACES.

        01 WS-COL-HDG-LINE.
           05 FILLER                PIC X(50) VALUE
              "  SENT     TIME   ST PROGRAM  RUN DATE RECORDS    ".
           05 FILLER                PIC X(50) VALUE
              " HASH/AMOUNT   LINES FINGERPRINT        OPERATOR F".
           05 FILLER                PIC X(32) VALUE "ILE".

        01 WS-IFC-HDG-LINE.
           05 FILLER                PIC X(11) VALUE " INTERFACE ".
           05 WS-IHL-INTERFACE      PIC X(8).
           05 FILLER                PIC X(3)  VALUE " - ".
           05 WS-IHL-DESC           PIC X(24).
           05 FILLER                PIC X(2)  VALUE " (".
           05 WS-IHL-PGM            PIC X(8).
           05 FILLER                PIC X(3)  VALUE ")  ".
           05 WS-IHL-FREQ           PIC X(24).

        01 WS-DETAIL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-DATE           PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-TIME           PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-STATUS         PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-PGM            PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-RECORDS        PIC Z(6)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-AMOUNT         PIC Z(14)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-LINES          PIC Z(6)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-FP             PIC 9(18).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-OPERATOR       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-DTL-FILE           PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.

        01 WS-DAY-TOTAL-LINE.
           05 FILLER                PIC X(6)  VALUE "  DAY ".
           05 WS-DTL-DAY            PIC 9(8).
           05 FILLER                PIC X(7)  VALUE "  SENT ".
           05 WS-DTL-DAY-SENT       PIC ZZZZ9.
           05 FILLER                PIC X(11) VALUE "  OVERRIDE ".
           05 WS-DTL-DAY-OVERRIDE   PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  REFUSED ".
           05 WS-DTL-DAY-REFUSED    PIC ZZZZ9.
           05 FILLER                PIC X(10) VALUE "  RECORDS ".
           05 WS-DTL-DAY-RECORDS    PIC Z(8)9.
           05 FILLER                PIC X(8)  VALUE "  TOTAL ".
           05 WS-DTL-DAY-AMOUNT     PIC Z(16)9.
           05 FILLER                PIC X(31) VALUE SPACES.

        01 WS-MISSING-LINE.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-INTERFACE      PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-DESC           PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-WHEN           PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MSL-PERIOD         PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-MSL-FROM           PIC 9(8).
           05 WS-MSL-TO-LIT         PIC X(4).
           05 WS-MSL-TO             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MSL-TEXT           PIC X(52).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2DSRP SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2DSRP: INSIDE DISPATCH REGISTER REPORT MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-INTERFACES THRU LOAD-INTERFACES-EXIT
           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT
           PERFORM LOAD-PAY-PERIODS THRU LOAD-PAY-PERIODS-EXIT

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-DISPATCHES THRU WRITE-DISPATCHES-EXIT
           PERFORM WRITE-MISSING THRU WRITE-MISSING-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2DSRP: ========= REGISTER SUMMARY =========="
           DISPLAY "DB2DSRP: DISPATCHES LISTED    : " WS-TOT-LISTED
           DISPLAY "DB2DSRP: SENT                 : " WS-TOT-SENT
           DISPLAY "DB2DSRP: SENT UNDER OVERRIDE  : " WS-TOT-OVERRIDE
           DISPLAY "DB2DSRP: REFUSED AS DUPLICATE : " WS-TOT-REFUSED
           DISPLAY "DB2DSRP: EXPECTED FILES MISSING: " WS-TOT-MISSING
           DISPLAY "DB2DSRP: REPORT FILE          : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2DSRP: ======================================"

           IF WS-TOT-MISSING > 0
               DISPLAY "DB2DSRP: *** EXPECTED OUTBOUND FILES WERE NOT"
                   " SENT - SEE " WS-REPORT-FILE-NAME " ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-TAB-OVERFLOW
               DISPLAY "DB2DSRP: *** A TABLE FILLED - THE REPORT IS"
                   " INCOMPLETE THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2DSRP: EXITING DISPATCH REGISTER REPORT MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2DSRP-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT WS-REG-FILE-NAME
              FROM ENVIRONMENT "DB2DSPR_REGISTER_FILE"
           IF WS-REG-FILE-NAME = SPACE
               MOVE 'dispatch.txt' TO WS-REG-FILE-NAME
           END-IF

           ACCEPT WS-PCAL-FILE-NAME
              FROM ENVIRONMENT "DB2PCAL_MASTER_FILE"
           IF WS-PCAL-FILE-NAME = SPACE
               MOVE 'paycal.txt' TO WS-PCAL-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2DSRP_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'dsprrpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

      *>    the range runs to today, from the first of its month,
      *>    unless named
           ACCEPT WS-TO-IN FROM ENVIRONMENT "DB2DSRP_TO_DATE"
           IF WS-TO-IN IS NUMERIC
               MOVE WS-TO-IN TO WS-TO-DATE
           ELSE
               IF WS-TO-IN NOT = SPACES
                   DISPLAY "DB2DSRP: DB2DSRP_TO_DATE " WS-TO-IN
                      " IS NOT YYYYMMDD - TODAY IS USED"
               END-IF
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF

           ACCEPT WS-FROM-IN FROM ENVIRONMENT "DB2DSRP_FROM_DATE"
           IF WS-FROM-IN IS NUMERIC
               MOVE WS-FROM-IN TO WS-FROM-DATE
           ELSE
               IF WS-FROM-IN NOT = SPACES
                   DISPLAY "DB2DSRP: DB2DSRP_FROM_DATE " WS-FROM-IN
                      " IS NOT YYYYMMDD - THE FIRST OF THE MONTH IS"
                      " USED"
               END-IF
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE '01' TO WS-FROM-DATE (7:2)
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "DB2DSRP: FROM DATE " WS-FROM-DATE
                  " IS AFTER TO DATE " WS-TO-DATE
                  " - THE TO DATE IS USED FOR BOTH"
               MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF

           DISPLAY "DB2DSRP: REGISTER      = " WS-REG-FILE-NAME
           DISPLAY "DB2DSRP: PAY CALENDAR  = " WS-PCAL-FILE-NAME
           DISPLAY "DB2DSRP: REPORT FILE   = " WS-REPORT-FILE-NAME
           DISPLAY "DB2DSRP: RANGE         = " WS-FROM-DATE " TO "
              WS-TO-DATE
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-INTERFACES SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-IFC-COUNT
           PERFORM VARYING WS-IFC-IDX FROM 1 BY 1
              UNTIL WS-IFC-IDX > WS-EXP-COUNT
               ADD 1 TO WS-IFC-COUNT
               MOVE WS-EXP-INTERFACE (WS-IFC-IDX)
                 TO WS-IFC-INTERFACE (WS-IFC-COUNT)
               MOVE WS-EXP-FREQ (WS-IFC-IDX)
                 TO WS-IFC-FREQ (WS-IFC-COUNT)
               MOVE WS-EXP-PGM (WS-IFC-IDX)
                 TO WS-IFC-PGM (WS-IFC-COUNT)
               MOVE WS-EXP-DESC (WS-IFC-IDX)
                 TO WS-IFC-DESC (WS-IFC-COUNT)
           END-PERFORM
           .
       LOAD-INTERFACES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-REGISTER SECTION.
      *>------------------------------------------------------------------------
      *>    no register yet means nothing has been sent; every expected
      *>    file in the range is then missing
           MOVE 0 TO WS-REG-COUNT
           MOVE 'N' TO WS-REG-EOF-SW

           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               DISPLAY "DB2DSRP: NO DISPATCH REGISTER "
                  WS-REG-FILE-NAME " - NOTHING HAS BEEN SENT"
               GO TO LOAD-REGISTER-EXIT
           END-IF

           PERFORM READ-REGISTER-RECORD THRU READ-REGISTER-RECORD-EXIT
              UNTIL WS-REG-EOF
           CLOSE REGISTER-FILE
           .
       LOAD-REGISTER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-REGISTER-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    dispatches before the range can answer for nothing in it;
      *>    later ones are kept, as a pay period's file may go out
      *>    after the range ends
           READ REGISTER-FILE
             AT END
               SET WS-REG-EOF TO TRUE
               GO TO READ-REGISTER-RECORD-EXIT
           END-READ

           IF DSP-DATE IS NOT NUMERIC
           OR DSP-DATE < WS-FROM-DATE
               GO TO READ-REGISTER-RECORD-EXIT
           END-IF

           IF WS-REG-COUNT >= WS-REG-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO READ-REGISTER-RECORD-EXIT
           END-IF

           ADD 1 TO WS-REG-COUNT
           MOVE DSP-DATE         TO WS-REG-DATE (WS-REG-COUNT)
           MOVE DSP-TIME         TO WS-REG-TIME (WS-REG-COUNT)
           MOVE DSP-STATUS       TO WS-REG-STATUS (WS-REG-COUNT)
           MOVE DSP-INTERFACE    TO WS-REG-INTERFACE (WS-REG-COUNT)
           MOVE DSP-REQ-PGM      TO WS-REG-PGM (WS-REG-COUNT)
           MOVE DSP-RUN-DATE     TO WS-REG-RUN-DATE (WS-REG-COUNT)
           MOVE DSP-REC-COUNT    TO WS-REG-REC-COUNT (WS-REG-COUNT)
           MOVE DSP-AMOUNT-TOTAL TO WS-REG-AMOUNT (WS-REG-COUNT)
           MOVE DSP-FILE-RECORDS TO WS-REG-LINES (WS-REG-COUNT)
           MOVE DSP-FP-SUM       TO WS-REG-FP-SUM (WS-REG-COUNT)
           MOVE DSP-OPERATOR     TO WS-REG-OPERATOR (WS-REG-COUNT)
           MOVE DSP-FILE-NAME    TO WS-REG-FILE (WS-REG-COUNT)

      *>    an interface not on the expected list is reported too
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-IFC-IDX FROM 1 BY 1
              UNTIL WS-IFC-IDX > WS-IFC-COUNT
               IF WS-IFC-INTERFACE (WS-IFC-IDX) = DSP-INTERFACE
                   MOVE WS-IFC-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
           IF WS-MATCH-SLOT = 0
               IF WS-IFC-COUNT < WS-IFC-MAX
                   ADD 1 TO WS-IFC-COUNT
                   MOVE DSP-INTERFACE
                     TO WS-IFC-INTERFACE (WS-IFC-COUNT)
                   MOVE SPACE TO WS-IFC-FREQ (WS-IFC-COUNT)
                   MOVE DSP-REQ-PGM TO WS-IFC-PGM (WS-IFC-COUNT)
                   MOVE "NOT ON THE EXPECTED LIST"
                     TO WS-IFC-DESC (WS-IFC-COUNT)
               ELSE
                   SET WS-TAB-OVERFLOW TO TRUE
               END-IF
           END-IF
           .
       READ-REGISTER-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-PAY-PERIODS SECTION.
      *>------------------------------------------------------------------------
      *>    a shop without the calendar yet cannot say when a pay
      *>    period's files were due; the report says so
           MOVE 0 TO WS-PER-COUNT
           MOVE 'N' TO WS-PCAL-EOF-SW

           OPEN INPUT PCAL-FILE
           IF NOT WS-PCAL-FILE-OK
               DISPLAY "DB2DSRP: NO PAYROLL CALENDAR "
                  WS-PCAL-FILE-NAME " - PAY-PERIOD FILES NOT CHECKED"
               GO TO LOAD-PAY-PERIODS-EXIT
           END-IF
           SET WS-PCAL-FOUND TO TRUE

           PERFORM READ-PCAL-RECORD THRU READ-PCAL-RECORD-EXIT
              UNTIL WS-PCAL-EOF
           CLOSE PCAL-FILE
           .
       LOAD-PAY-PERIODS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-PCAL-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the pickup pays a period on the night of its cutoff, so the
      *>    files are due from the cutoff to the end of the period; a
      *>    cutoff falling today may not have had its run yet
           READ PCAL-FILE
             AT END
               SET WS-PCAL-EOF TO TRUE
               GO TO READ-PCAL-RECORD-EXIT
           END-READ

           IF PCAL-CUTOFF-DATE IS NOT NUMERIC
           OR PCAL-END-DATE IS NOT NUMERIC
               GO TO READ-PCAL-RECORD-EXIT
           END-IF
           IF PCAL-CUTOFF-DATE < WS-FROM-DATE
           OR PCAL-CUTOFF-DATE > WS-TO-DATE
           OR PCAL-CUTOFF-DATE NOT < WS-TODAY
               GO TO READ-PCAL-RECORD-EXIT
           END-IF

           IF WS-PER-COUNT >= WS-PER-MAX
               SET WS-TAB-OVERFLOW TO TRUE
               GO TO READ-PCAL-RECORD-EXIT
           END-IF

           ADD 1 TO WS-PER-COUNT
           MOVE PCAL-PERIOD-ID   TO WS-PER-ID (WS-PER-COUNT)
           MOVE PCAL-CUTOFF-DATE TO WS-PER-CUTOFF (WS-PER-COUNT)
           IF PCAL-END-DATE > PCAL-CUTOFF-DATE
               MOVE PCAL-END-DATE
                 TO WS-PER-WINDOW-END (WS-PER-COUNT)
           ELSE
               MOVE PCAL-CUTOFF-DATE
                 TO WS-PER-WINDOW-END (WS-PER-COUNT)
           END-IF
           .
       READ-PCAL-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DISPATCHES SECTION.
      *>------------------------------------------------------------------------
           SET WS-RPT-DISPATCHES TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM WRITE-INTERFACE-BLOCK THRU WRITE-INTERFACE-BLOCK-EXIT
              VARYING WS-IFC-IDX FROM 1 BY 1
              UNTIL WS-IFC-IDX > WS-IFC-COUNT
           .
       WRITE-DISPATCHES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-INTERFACE-BLOCK SECTION.
      *>------------------------------------------------------------------------
      *>    the register is in the order things went out, so the days
      *>    come out in order; each day ends with its total line
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PUT-LINE THRU PUT-LINE-EXIT

           MOVE WS-IFC-INTERFACE (WS-IFC-IDX) TO WS-IHL-INTERFACE
           MOVE WS-IFC-DESC (WS-IFC-IDX)      TO WS-IHL-DESC
           MOVE WS-IFC-PGM (WS-IFC-IDX)       TO WS-IHL-PGM
           EVALUATE TRUE
             WHEN WS-IFC-DAILY (WS-IFC-IDX)
               MOVE "EXPECTED DAILY" TO WS-IHL-FREQ
             WHEN WS-IFC-PER-PERIOD (WS-IFC-IDX)
               MOVE "EXPECTED EACH PAY PERIOD" TO WS-IHL-FREQ
             WHEN OTHER
               MOVE SPACES TO WS-IHL-FREQ
           END-EVALUATE
           MOVE WS-IFC-HDG-LINE TO WS-PRINT-LINE
           PERFORM PUT-LINE THRU PUT-LINE-EXIT

           MOVE 0 TO WS-CUR-DAY
           MOVE 0 TO WS-IFC-LISTED
           PERFORM WRITE-ONE-DISPATCH THRU WRITE-ONE-DISPATCH-EXIT
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-COUNT
           IF WS-CUR-DAY > 0
               PERFORM WRITE-DAY-TOTAL THRU WRITE-DAY-TOTAL-EXIT
           END-IF

           IF WS-IFC-LISTED = 0
               MOVE "  NOTHING SENT IN THE RANGE" TO WS-PRINT-LINE
               PERFORM PUT-LINE THRU PUT-LINE-EXIT
           END-IF
           .
       WRITE-INTERFACE-BLOCK-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-ONE-DISPATCH SECTION.
      *>------------------------------------------------------------------------
           IF WS-REG-INTERFACE (WS-REG-IDX)
                 NOT = WS-IFC-INTERFACE (WS-IFC-IDX)
           OR WS-REG-DATE (WS-REG-IDX) > WS-TO-DATE
               GO TO WRITE-ONE-DISPATCH-EXIT
           END-IF

           IF WS-REG-DATE (WS-REG-IDX) NOT = WS-CUR-DAY
               IF WS-CUR-DAY > 0
                   PERFORM WRITE-DAY-TOTAL THRU WRITE-DAY-TOTAL-EXIT
               END-IF
               MOVE WS-REG-DATE (WS-REG-IDX) TO WS-CUR-DAY
               MOVE 0 TO WS-DAY-SENT
               MOVE 0 TO WS-DAY-OVERRIDE
               MOVE 0 TO WS-DAY-REFUSED
               MOVE 0 TO WS-DAY-RECORDS
               MOVE 0 TO WS-DAY-AMOUNT
           END-IF

           MOVE WS-REG-DATE (WS-REG-IDX)      TO WS-DTL-DATE
           MOVE WS-REG-TIME (WS-REG-IDX) (1:6) TO WS-DTL-TIME
           MOVE WS-REG-STATUS (WS-REG-IDX)    TO WS-DTL-STATUS
           MOVE WS-REG-PGM (WS-REG-IDX)       TO WS-DTL-PGM
           MOVE WS-REG-RUN-DATE (WS-REG-IDX)  TO WS-DTL-RUN-DATE
           MOVE WS-REG-REC-COUNT (WS-REG-IDX) TO WS-DTL-RECORDS
           MOVE WS-REG-AMOUNT (WS-REG-IDX)    TO WS-DTL-AMOUNT
           MOVE WS-REG-LINES (WS-REG-IDX)     TO WS-DTL-LINES
           MOVE WS-REG-FP-SUM (WS-REG-IDX)    TO WS-DTL-FP
           MOVE WS-REG-OPERATOR (WS-REG-IDX)  TO WS-DTL-OPERATOR
           MOVE WS-REG-FILE (WS-REG-IDX)      TO WS-DTL-FILE
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PUT-LINE THRU PUT-LINE-EXIT

           ADD 1 TO WS-IFC-LISTED
           ADD 1 TO WS-TOT-LISTED
           EVALUATE TRUE
             WHEN WS-REG-REFUSED (WS-REG-IDX)
               ADD 1 TO WS-DAY-REFUSED
               ADD 1 TO WS-TOT-REFUSED
             WHEN WS-REG-OVERRIDE (WS-REG-IDX)
               ADD 1 TO WS-DAY-OVERRIDE
               ADD 1 TO WS-TOT-OVERRIDE
             WHEN OTHER
               ADD 1 TO WS-DAY-SENT
               ADD 1 TO WS-TOT-SENT
           END-EVALUATE
      *>    only what actually went out adds to the day's totals
           IF WS-REG-WENT-OUT (WS-REG-IDX)
               ADD WS-REG-REC-COUNT (WS-REG-IDX) TO WS-DAY-RECORDS
               ADD WS-REG-AMOUNT (WS-REG-IDX)    TO WS-DAY-AMOUNT
           END-IF
           .
       WRITE-ONE-DISPATCH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DAY-TOTAL SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-CUR-DAY      TO WS-DTL-DAY
           MOVE WS-DAY-SENT     TO WS-DTL-DAY-SENT
           MOVE WS-DAY-OVERRIDE TO WS-DTL-DAY-OVERRIDE
           MOVE WS-DAY-REFUSED  TO WS-DTL-DAY-REFUSED
           MOVE WS-DAY-RECORDS  TO WS-DTL-DAY-RECORDS
           MOVE WS-DAY-AMOUNT   TO WS-DTL-DAY-AMOUNT
           MOVE WS-DAY-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM PUT-LINE THRU PUT-LINE-EXIT
           .
       WRITE-DAY-TOTAL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-MISSING SECTION.
      *>------------------------------------------------------------------------
           SET WS-RPT-MISSING TO TRUE
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF NOT WS-PCAL-FOUND
               MOVE "  NO PAYROLL CALENDAR - PAY-PERIOD INTERFACES NOT"
                 TO WS-PRINT-LINE
               MOVE " CHECKED" TO WS-PRINT-LINE (51:8)
               PERFORM PUT-LINE THRU PUT-LINE-EXIT
           END-IF

           PERFORM CHECK-EXPECTED-INTERFACE
              THRU CHECK-EXPECTED-INTERFACE-EXIT
              VARYING WS-IFC-IDX FROM 1 BY 1
              UNTIL WS-IFC-IDX > WS-IFC-COUNT

           IF WS-TOT-MISSING = 0
               MOVE "  NONE - EVERY EXPECTED FILE WENT OUT"
                 TO WS-PRINT-LINE
               PERFORM PUT-LINE THRU PUT-LINE-EXIT
           END-IF
           .
       WRITE-MISSING-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-EXPECTED-INTERFACE SECTION.
      *>------------------------------------------------------------------------
      *>    a daily file is due for every run date in the range before
      *>    today; a pay-period file for every period whose cutoff
      *>    is in the range
           IF WS-IFC-DAILY (WS-IFC-IDX)
               MOVE WS-FROM-DATE TO WS-DAY
               PERFORM CHECK-ONE-DAY THRU CHECK-ONE-DAY-EXIT
                  UNTIL WS-DAY > WS-TO-DATE
                     OR WS-DAY NOT < WS-TODAY
           END-IF

           IF WS-IFC-PER-PERIOD (WS-IFC-IDX)
               PERFORM CHECK-ONE-PERIOD THRU CHECK-ONE-PERIOD-EXIT
                  VARYING WS-PER-IDX FROM 1 BY 1
                  UNTIL WS-PER-IDX > WS-PER-COUNT
           END-IF
           .
       CHECK-EXPECTED-INTERFACE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-ONE-DAY SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-DAY TO WS-WINDOW-FROM
           MOVE WS-DAY TO WS-WINDOW-TO
           PERFORM FIND-SENT-IN-WINDOW THRU FIND-SENT-IN-WINDOW-EXIT

           IF NOT WS-SENT-FOUND
               MOVE SPACES TO WS-MISSING-LINE
               MOVE "DAILY"        TO WS-MSL-WHEN
               MOVE WS-DAY         TO WS-MSL-FROM
               MOVE SPACES         TO WS-MSL-TO-LIT
               MOVE SPACES         TO WS-MSL-TO
               PERFORM WRITE-MISSING-LINE
                  THRU WRITE-MISSING-LINE-EXIT
           END-IF

           PERFORM ADD-ONE-DAY THRU ADD-ONE-DAY-EXIT
           .
       CHECK-ONE-DAY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-ONE-PERIOD SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-PER-CUTOFF (WS-PER-IDX)     TO WS-WINDOW-FROM
           MOVE WS-PER-WINDOW-END (WS-PER-IDX) TO WS-WINDOW-TO
           PERFORM FIND-SENT-IN-WINDOW THRU FIND-SENT-IN-WINDOW-EXIT

           IF NOT WS-SENT-FOUND
               MOVE SPACES TO WS-MISSING-LINE
               MOVE "PAY PERIOD"   TO WS-MSL-WHEN
               MOVE WS-PER-ID (WS-PER-IDX) TO WS-MSL-PERIOD
               MOVE WS-WINDOW-FROM TO WS-MSL-FROM
               MOVE " TO "         TO WS-MSL-TO-LIT
               MOVE WS-WINDOW-TO   TO WS-MSL-TO
               PERFORM WRITE-MISSING-LINE
                  THRU WRITE-MISSING-LINE-EXIT
           END-IF
           .
       CHECK-ONE-PERIOD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-SENT-IN-WINDOW SECTION.
      *>------------------------------------------------------------------------
      *>    a file that went out for the interface with a run date
      *>    inside the window; a refused repeat does not count
           MOVE 'N' TO WS-SENT-FOUND-SW
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-REG-COUNT
                 OR WS-SENT-FOUND
               IF WS-REG-INTERFACE (WS-SCAN-IDX)
                     = WS-IFC-INTERFACE (WS-IFC-IDX)
               AND WS-REG-WENT-OUT (WS-SCAN-IDX)
               AND WS-REG-RUN-DATE (WS-SCAN-IDX) >= WS-WINDOW-FROM
               AND WS-REG-RUN-DATE (WS-SCAN-IDX) <= WS-WINDOW-TO
                   SET WS-SENT-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
       FIND-SENT-IN-WINDOW-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-MISSING-LINE SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-IFC-INTERFACE (WS-IFC-IDX) TO WS-MSL-INTERFACE
           MOVE WS-IFC-DESC (WS-IFC-IDX)      TO WS-MSL-DESC
           MOVE "NO FILE SENT"                TO WS-MSL-TEXT
           MOVE WS-MISSING-LINE TO WS-PRINT-LINE
           PERFORM PUT-LINE THRU PUT-LINE-EXIT
           ADD 1 TO WS-TOT-MISSING
           .
       WRITE-MISSING-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-ONE-DAY SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-MONTH-DAYS (WS-DAY-MM) TO WS-DAY-LAST-DD
           IF WS-DAY-MM = 2
               DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-DAY-LAST-DD
               END-IF
           END-IF

           IF WS-DAY-DD < WS-DAY-LAST-DD
               ADD 1 TO WS-DAY-DD
           ELSE
               MOVE 1 TO WS-DAY-DD
               IF WS-DAY-MM < 12
                   ADD 1 TO WS-DAY-MM
               ELSE
                   MOVE 1 TO WS-DAY-MM
                   ADD 1 TO WS-DAY-YYYY
               END-IF
           END-IF
           .
       ADD-ONE-DAY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PUT-LINE SECTION.
      *>------------------------------------------------------------------------
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF
           MOVE WS-PRINT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           .
       PUT-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PAGE-HEADER SECTION.
      *>------------------------------------------------------------------------
      *>    each part starts its own page under its own title
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-FROM-DATE   TO WS-PHL-FROM
           MOVE WS-TO-DATE     TO WS-PHL-TO
           MOVE WS-TODAY       TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-RPT-DISPATCHES
               MOVE " DISPATCHES BY INTERFACE AND DAY"
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  (ST: S SENT, O SENT UNDER OPERATOR OVERRIDE,"
                 TO RPT-LINE
               MOVE " R REFUSED AS A DUPLICATE)" TO RPT-LINE (47:26)
               WRITE RPT-LINE
               MOVE WS-COL-HDG-LINE TO RPT-LINE
           ELSE
               MOVE " EXPECTED FILES NOT SENT" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 6 TO WS-RPT-LINE-COUNT
           .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2DSRP.

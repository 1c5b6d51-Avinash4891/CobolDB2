      *>************************************************************************
      *>  SAMPLE MONTHLY LEAVE ACCRUAL BATCH PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LVAC.cob
      *>
      *> Purpose:      Monthly vacation and sick-leave accrual batch
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - for the accrual month (DB2LVAC_PERIOD, YYYYMM,
      *>                 the current month when not given) posts every
      *>                 active employee's vacation and sick-leave
      *>                 entitlement to the leave ledger (DB2LVLG)
      *>               - the days per month come from the accrual policy
      *>                 (DB2ACRP) for the employee's service band -
      *>                 continuous service in whole months from
      *>                 HIREDATE to the end of the accrual month,
      *>                 counted the way DB2SRVC counts it - and are
      *>                 trimmed to the band's balance cap
      *>               - anyone on leave or suspended at month-end on
      *>                 the employee-status store (DB2ESTA) earns
      *>                 nothing for the month, and anyone hired after
      *>                 it is not yet due
      *>               - a month already accrued for an employee is not
      *>                 accrued again, so a rerun picks up only those
      *>                 the first run missed
      *>               - every posting, skip and refusal goes on the
      *>                 accrual register; anything refused or without
      *>                 a policy band ends the run with a warning
      *>                 condition code
      *>               - employees come back directly through
      *>                 DB2FETCH's called row-interface
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LVAC.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-ESTA-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the employee-status store DB2ESTA maintains
       FD ESTA-FILE.
        COPY "STSDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

         COPY "CPYACRP.cpy".

         COPY "CPYLVLG.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-ACRP-PGM           PIC X(7) VALUE 'DB2ACRP'.
        01 WS-LVLG-PGM           PIC X(7) VALUE 'DB2LVLG'.

      *> runtime-overridable file names - the status store name
      *> matches DB2ESTA's own default and override variable
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'lvacrpt.txt'.

        01 WS-ESTA-FILE-STATUS   PIC XX.
           88 WS-ESTA-FILE-OK        VALUE '00'.
        01 WS-ESTA-OPEN-SW       PIC X VALUE 'N'.
           88 WS-ESTA-OPEN           VALUE 'Y'.
        01 WS-ESTA-CODE          PIC X(1).
        01 WS-ESTA-EFF           PIC 9(8) VALUE 0.
        01 WS-ESTA-RETURN        PIC 9(8) VALUE 0.
        01 WS-EMP-AWAY-SW        PIC X VALUE 'N'.
           88 WS-EMP-AWAY            VALUE 'Y'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-LOAD-FAILED-SW     PIC X VALUE 'N'.
           88 WS-LOAD-FAILED         VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> the accrual month - DB2LVAC_PERIOD (YYYYMM), the current
      *> month when not given - and its last day, the date service
      *> and status are taken at
        01 WS-PERIOD-IN          PIC X(6) VALUE SPACES.
        01 WS-PERIOD             PIC 9(6) VALUE 0.
        01 WS-TODAY              PIC 9(8) VALUE 0.
        01 WS-PERIOD-END         PIC 9(8) VALUE 0.
        01 WS-PERIOD-YYYY        PIC 9(4) VALUE 0.
        01 WS-PERIOD-MM          PIC 9(2) VALUE 0.
        01 WS-PERIOD-LAST-DD     PIC 9(2) VALUE 0.
        01 WS-LEAP-QUOT          PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-4         PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-100       PIC 9(4) VALUE 0.
        01 WS-LEAP-REM-400       PIC 9(4) VALUE 0.
        01 WS-MONTH-DAYS-VALUES.
           05 FILLER             PIC X(24)
              VALUE "312831303130313130313031".
        01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.

      *> continuous service, in whole months, hire to month-end
        01 WS-HIRE-NUM           PIC X(8).
        01 WS-HIRE-DATE          PIC 9(8) VALUE 0.
        01 WS-FROM-YYYY          PIC 9(4) VALUE 0.
        01 WS-FROM-MM            PIC 9(2) VALUE 0.
        01 WS-FROM-DD            PIC 9(2) VALUE 0.
        01 WS-TO-YYYY            PIC 9(4) VALUE 0.
        01 WS-TO-MM              PIC 9(2) VALUE 0.
        01 WS-TO-DD              PIC 9(2) VALUE 0.
        01 WS-SPAN-MONTHS        PIC S9(5) VALUE 0.

        01 WS-ACCRUE-TYPE        PIC X(1).

        01 WS-RUN-COUNTS.
           05 WS-EMP-READ        PIC 9(7) VALUE 0.
           05 WS-EMP-AWAY-COUNT  PIC 9(7) VALUE 0.
           05 WS-EMP-NOT-DUE     PIC 9(7) VALUE 0.
           05 WS-EMP-BAD-HIRE    PIC 9(7) VALUE 0.
           05 WS-POSTED-COUNT    PIC 9(7) VALUE 0.
           05 WS-CAPPED-COUNT    PIC 9(7) VALUE 0.
           05 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
           05 WS-NO-BAND-COUNT   PIC 9(7) VALUE 0.
           05 WS-FAIL-COUNT      PIC 9(7) VALUE 0.
           05 WS-DAYS-POSTED     PIC 9(7)V9(2) VALUE 0.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2LVAC - LEAVE ACCRUAL REGISTER       ".
           05 FILLER                PIC X(07) VALUE "MONTH  ".
           05 WS-PHL-PERIOD         PIC 9(6).
           05 FILLER                PIC X(07) VALUE "  RUN  ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(42) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "SERVICE".
           05 FILLER PIC X(06) VALUE "TYPE".
           05 FILLER PIC X(08) VALUE "RATE".
           05 FILLER PIC X(10) VALUE "POSTED".
           05 FILLER PIC X(10) VALUE "BALANCE".
           05 FILLER PIC X(46) VALUE "NOTE".

        01 WS-DETAIL-LINE.
           05 WS-DTL-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-DEPT           PIC X(3).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-SERVICE        PIC ZZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-TYPE           PIC X(1).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-RATE           PIC Z9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-DTL-POSTED         PIC ZZZ9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-BALANCE        PIC -(4)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-NOTE           PIC X(46).

        01 WS-TOTAL-LINE.
           05 FILLER                PIC X(8)  VALUE SPACES.
           05 WS-TTL-LABEL          PIC X(30).
           05 WS-TTL-COUNT          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2LVAC SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LVAC: INSIDE MONTHLY LEAVE ACCRUAL"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM OPEN-STATUS-STORE THRU OPEN-STATUS-STORE-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2LVAC: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LVAC: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *>    the balances stay in the ledger's memory for the run and
      *>    are written back once at the end
           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-BEGIN-BATCH TO TRUE
           CALL WS-LVLG-PGM USING CPY-LEAVE-REC END-CALL

           OPEN OUTPUT REPORT-FILE

           PERFORM ACCRUE-ALL-EMPLOYEES THRU ACCRUE-ALL-EMPLOYEES-EXIT

           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-END-BATCH TO TRUE
           CALL WS-LVLG-PGM USING CPY-LEAVE-REC END-CALL

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-ESTA-OPEN
               CLOSE ESTA-FILE
           END-IF

           PERFORM WRITE-RUN-TOTALS THRU WRITE-RUN-TOTALS-EXIT
           CLOSE REPORT-FILE

           DISPLAY "DB2LVAC: ====== LEAVE ACCRUAL SUMMARY ======"
           DISPLAY "DB2LVAC: ACCRUAL MONTH          : " WS-PERIOD
           DISPLAY "DB2LVAC: EMPLOYEES READ         : " WS-EMP-READ
           DISPLAY "DB2LVAC: ON LEAVE / SUSPENDED   : "
               WS-EMP-AWAY-COUNT
           DISPLAY "DB2LVAC: HIRED AFTER THE MONTH  : " WS-EMP-NOT-DUE
           DISPLAY "DB2LVAC: UNUSABLE HIREDATE      : " WS-EMP-BAD-HIRE
           DISPLAY "DB2LVAC: ACCRUALS POSTED        : " WS-POSTED-COUNT
           DISPLAY "DB2LVAC: TRIMMED TO THE CAP     : " WS-CAPPED-COUNT
           DISPLAY "DB2LVAC: ALREADY ACCRUED        : "
               WS-DUPLICATE-COUNT
           DISPLAY "DB2LVAC: NO POLICY BAND         : " WS-NO-BAND-COUNT
           DISPLAY "DB2LVAC: REFUSED BY THE LEDGER  : " WS-FAIL-COUNT
           DISPLAY "DB2LVAC: DAYS POSTED            : " WS-DAYS-POSTED
           DISPLAY "DB2LVAC: REPORT FILE            : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2LVAC: ======================================="

           IF WS-LOAD-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NO-BAND-COUNT > 0
               OR WS-FAIL-COUNT > 0
               OR WS-DUPLICATE-COUNT > 0
               OR WS-EMP-BAD-HIRE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "DB2LVAC: EXITING MONTHLY LEAVE ACCRUAL"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2LVAC-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2LVAC_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'lvacrpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
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

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "DB2LVAC_PERIOD"
           IF WS-PERIOD-IN IS NUMERIC
           AND WS-PERIOD-IN (5:2) >= "01" AND WS-PERIOD-IN (5:2) <= "12"
               MOVE WS-PERIOD-IN TO WS-PERIOD
           ELSE
               IF WS-PERIOD-IN NOT = SPACES
                   DISPLAY "DB2LVAC: DB2LVAC_PERIOD " WS-PERIOD-IN
                      " IS NOT YYYYMM - THE CURRENT MONTH IS USED"
               END-IF
               MOVE WS-TODAY (1:6) TO WS-PERIOD
           END-IF

      *>    the last day of the accrual month, February by the
      *>    Gregorian leap rule
           MOVE WS-PERIOD (1:4) TO WS-PERIOD-YYYY
           MOVE WS-PERIOD (5:2) TO WS-PERIOD-MM
           MOVE WS-MONTH-DAYS (WS-PERIOD-MM) TO WS-PERIOD-LAST-DD
           IF WS-PERIOD-MM = 2
               DIVIDE WS-PERIOD-YYYY BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PERIOD-YYYY BY 100 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PERIOD-YYYY BY 400 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
               AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-PERIOD-LAST-DD
               END-IF
           END-IF
           MOVE WS-PERIOD TO WS-PERIOD-END (1:6)
           MOVE WS-PERIOD-LAST-DD TO WS-PERIOD-END (7:2)

           DISPLAY "DB2LVAC: ACCRUAL MONTH       = " WS-PERIOD
           DISPLAY "DB2LVAC: MONTH ENDS          = " WS-PERIOD-END
           DISPLAY "DB2LVAC: REPORT FILE         = "
              WS-REPORT-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       OPEN-STATUS-STORE SECTION.
      *>------------------------------------------------------------------------
           OPEN INPUT ESTA-FILE
           IF WS-ESTA-FILE-OK
               SET WS-ESTA-OPEN TO TRUE
               DISPLAY "DB2LVAC: EMPLOYEE-STATUS STORE "
                  WS-ESTA-FILE-NAME " OPEN"
           ELSE
               DISPLAY "DB2LVAC: NO EMPLOYEE-STATUS STORE ON FILE -"
                  " ACCRUING FOR EVERYONE"
           END-IF
           .
       OPEN-STATUS-STORE-EXIT.
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
               DISPLAY "DB2LVAC: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LVAC: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ACCRUE-ALL-EMPLOYEES SECTION.
      *>------------------------------------------------------------------------
      *>    all of EMPLOYEE comes back directly through DB2FETCH's
      *>    called row-interface, employee by employee
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2LVAC: *** EMPLOYEE CURSOR WOULD NOT OPEN"
                  " - NOTHING ACCRUED THIS RUN ***"
               SET WS-LOAD-FAILED TO TRUE
               GO TO ACCRUE-ALL-EMPLOYEES-EXIT
           END-IF

           PERFORM ACCRUE-ONE-EMPLOYEE THRU ACCRUE-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       ACCRUE-ALL-EMPLOYEES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ACCRUE-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           ADD 1 TO WS-EMP-READ

           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE EXT-EMPNO      TO WS-DTL-EMPNO
           STRING EXT-FIRSTNME DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  EXT-LASTNAME DELIMITED BY SIZE
                  INTO WS-DTL-NAME
           END-STRING
           MOVE EXT-WORKDEPT   TO WS-DTL-DEPT

           MOVE SPACES TO WS-HIRE-NUM
           STRING EXT-HIREDATE (1:4) DELIMITED BY SIZE
                  EXT-HIREDATE (6:2) DELIMITED BY SIZE
                  EXT-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-HIRE-NUM
           END-STRING
           IF WS-HIRE-NUM IS NOT NUMERIC
               ADD 1 TO WS-EMP-BAD-HIRE
               MOVE "HIREDATE NOT USABLE - NOT ACCRUED" TO WS-DTL-NOTE
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF
           MOVE WS-HIRE-NUM TO WS-HIRE-DATE

           IF WS-HIRE-DATE > WS-PERIOD-END
               ADD 1 TO WS-EMP-NOT-DUE
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF

           PERFORM CHECK-EMPLOYEE-STATUS
              THRU CHECK-EMPLOYEE-STATUS-EXIT
           IF WS-EMP-AWAY
               ADD 1 TO WS-EMP-AWAY-COUNT
               MOVE "ON LEAVE OR SUSPENDED - NOT ACCRUED"
                 TO WS-DTL-NOTE
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               GO TO ACCRUE-ONE-EMPLOYEE-EXIT
           END-IF

           PERFORM COMPUTE-SERVICE-MONTHS
              THRU COMPUTE-SERVICE-MONTHS-EXIT
           MOVE WS-SPAN-MONTHS TO WS-DTL-SERVICE

           MOVE 'V' TO WS-ACCRUE-TYPE
           PERFORM ACCRUE-ONE-TYPE THRU ACCRUE-ONE-TYPE-EXIT
           MOVE 'S' TO WS-ACCRUE-TYPE
           PERFORM ACCRUE-ONE-TYPE THRU ACCRUE-ONE-TYPE-EXIT
           .
       ACCRUE-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ACCRUE-ONE-TYPE SECTION.
      *>------------------------------------------------------------------------
      *>    the WS-ACCRUE-TYPE entitlement for the month: the band's
      *>    days per month, posted with the band's cap
           MOVE WS-ACCRUE-TYPE TO WS-DTL-TYPE
           MOVE 0      TO WS-DTL-RATE
           MOVE 0      TO WS-DTL-POSTED
           MOVE 0      TO WS-DTL-BALANCE
           MOVE SPACES TO WS-DTL-NOTE

           INITIALIZE CPY-ACRPOL-REC
           SET CPY-ACRP-RATE-LOOKUP TO TRUE
           MOVE WS-ACCRUE-TYPE TO CPY-ACRP-LEAVE-TYPE
           MOVE WS-SPAN-MONTHS TO CPY-ACRP-SERVICE-MONTHS
           CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL

           IF NOT CPY-ACRP-SUCCESS
               ADD 1 TO WS-NO-BAND-COUNT
               MOVE "NO ACCRUAL-POLICY BAND - NOT ACCRUED"
                 TO WS-DTL-NOTE
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               GO TO ACCRUE-ONE-TYPE-EXIT
           END-IF
           MOVE CPY-ACRP-DAYS-PER-MONTH TO WS-DTL-RATE

      *>    a band that earns nothing (a probation band, say) posts
      *>    nothing
           IF CPY-ACRP-DAYS-PER-MONTH = 0
               MOVE "BAND EARNS NO DAYS" TO WS-DTL-NOTE
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               GO TO ACCRUE-ONE-TYPE-EXIT
           END-IF

           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-POST TO TRUE
           SET CPY-LVLG-ACCRUAL TO TRUE
           MOVE EXT-EMPNO               TO CPY-LVLG-EMPNO
           MOVE WS-ACCRUE-TYPE          TO CPY-LVLG-LEAVE-TYPE
           MOVE WS-PERIOD               TO CPY-LVLG-PERIOD
           MOVE CPY-ACRP-DAYS-PER-MONTH TO CPY-LVLG-DAYS
           MOVE CPY-ACRP-MAX-BALANCE    TO CPY-LVLG-CAP
           MOVE "MONTHLY ACCRUAL"       TO CPY-LVLG-REFERENCE
           CALL WS-LVLG-PGM USING CPY-LEAVE-REC END-CALL

           MOVE CPY-LVLG-BALANCE TO WS-DTL-BALANCE

           EVALUATE TRUE
             WHEN CPY-LVLG-SUCCESS
               ADD 1 TO WS-POSTED-COUNT
               ADD CPY-LVLG-DAYS TO WS-DAYS-POSTED
               MOVE CPY-LVLG-DAYS TO WS-DTL-POSTED
               IF CPY-LVLG-DAYS < CPY-ACRP-DAYS-PER-MONTH
                   ADD 1 TO WS-CAPPED-COUNT
                   MOVE "TRIMMED TO THE BALANCE CAP" TO WS-DTL-NOTE
               END-IF
             WHEN CPY-LVLG-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "MONTH ALREADY ACCRUED" TO WS-DTL-NOTE
             WHEN OTHER
               ADD 1 TO WS-FAIL-COUNT
               MOVE "REFUSED BY THE LEAVE LEDGER" TO WS-DTL-NOTE
           END-EVALUATE

           PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
           .
       ACCRUE-ONE-TYPE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-EMPLOYEE-STATUS SECTION.
      *>------------------------------------------------------------------------
      *>    away means a leave or suspension in force at month-end:
      *>    effective on or before it, and either open-ended or with
      *>    the expected return still ahead; anyone else - active,
      *>    not yet effective, already due back, or simply not on the
      *>    store - accrues as usual
           MOVE 'N' TO WS-EMP-AWAY-SW

           IF NOT WS-ESTA-OPEN
               GO TO CHECK-EMPLOYEE-STATUS-EXIT
           END-IF

           MOVE EXT-EMPNO TO ESTA-EMPNO
           READ ESTA-FILE
             KEY IS ESTA-EMPNO
           END-READ

           IF NOT WS-ESTA-FILE-OK
               GO TO CHECK-EMPLOYEE-STATUS-EXIT
           END-IF

           MOVE ESTA-CODE TO WS-ESTA-CODE
           MOVE 0 TO WS-ESTA-EFF
           MOVE 0 TO WS-ESTA-RETURN
           IF ESTA-EFF-DATE IS NUMERIC
               MOVE ESTA-EFF-DATE TO WS-ESTA-EFF
           END-IF
           IF ESTA-RETURN-DATE IS NUMERIC
               MOVE ESTA-RETURN-DATE TO WS-ESTA-RETURN
           END-IF

           IF (WS-ESTA-CODE = 'L'
               OR WS-ESTA-CODE = 'S')
           AND WS-ESTA-EFF <= WS-PERIOD-END
           AND (WS-ESTA-RETURN = 0
               OR WS-ESTA-RETURN > WS-PERIOD-END)
               SET WS-EMP-AWAY TO TRUE
           END-IF
           .
       CHECK-EMPLOYEE-STATUS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPUTE-SERVICE-MONTHS SECTION.
      *>------------------------------------------------------------------------
      *>    whole calendar months from HIREDATE to month-end, counted
      *>    as DB2SRVC counts continuous service: a part-month does
      *>    not count, a span that comes out backwards counts as zero
           MOVE WS-HIRE-NUM (1:4) TO WS-FROM-YYYY
           MOVE WS-HIRE-NUM (5:2) TO WS-FROM-MM
           MOVE WS-HIRE-NUM (7:2) TO WS-FROM-DD
           MOVE WS-PERIOD-END (1:4) TO WS-TO-YYYY
           MOVE WS-PERIOD-END (5:2) TO WS-TO-MM
           MOVE WS-PERIOD-END (7:2) TO WS-TO-DD

           COMPUTE WS-SPAN-MONTHS =
               (WS-TO-YYYY - WS-FROM-YYYY) * 12
             + (WS-TO-MM   - WS-FROM-MM)

           IF WS-TO-DD < WS-FROM-DD
               SUBTRACT 1 FROM WS-SPAN-MONTHS
           END-IF

           IF WS-SPAN-MONTHS < 0
               MOVE 0 TO WS-SPAN-MONTHS
           END-IF
           .
       COMPUTE-SERVICE-MONTHS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DETAIL-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-DETAIL-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-RUN-TOTALS SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "EMPLOYEES READ"          TO WS-TTL-LABEL
           MOVE WS-EMP-READ               TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "ON LEAVE OR SUSPENDED"   TO WS-TTL-LABEL
           MOVE WS-EMP-AWAY-COUNT         TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "HIRED AFTER THE MONTH"   TO WS-TTL-LABEL
           MOVE WS-EMP-NOT-DUE            TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "ACCRUALS POSTED"         TO WS-TTL-LABEL
           MOVE WS-POSTED-COUNT           TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "  OF WHICH TRIMMED TO CAP" TO WS-TTL-LABEL
           MOVE WS-CAPPED-COUNT           TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "ALREADY ACCRUED"         TO WS-TTL-LABEL
           MOVE WS-DUPLICATE-COUNT        TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "NO POLICY BAND"          TO WS-TTL-LABEL
           MOVE WS-NO-BAND-COUNT          TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           MOVE "REFUSED BY THE LEDGER"   TO WS-TTL-LABEL
           MOVE WS-FAIL-COUNT             TO WS-TTL-COUNT
           PERFORM WRITE-TOTAL-LINE THRU WRITE-TOTAL-LINE-EXIT
           .
       WRITE-RUN-TOTALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-TOTAL-LINE SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       WRITE-TOTAL-LINE-EXIT.
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
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-PERIOD      TO WS-PHL-PERIOD
           MOVE WS-TODAY       TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
          .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2LVAC.

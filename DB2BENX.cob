      *>************************************************************************
      *>  SAMPLE BENEFITS CARRIER ELIGIBILITY FEED PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2BENX.cob
      *>
      *> Purpose:      Benefits carrier eligibility extract - changes
      *>               since the last successful send
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - builds today's eligible population from
      *>                 EMPLOYEE (through DB2FETCH's called row-
      *>                 interface), the address off the contact master
      *>                 DB2CONT keeps and the status in force off the
      *>                 employee-status store DB2ESTA keeps, and
      *>                 compares it with the population saved at the
      *>                 last successful send (the baseline)
      *>               - only the differences go to the carrier, in its
      *>                 BH/BD/BT header-detail-trailer layout with
      *>                 control counts per action:
      *>                   ADD  new eligible
      *>                   RHR  new eligible who is on the EMPLOYEE_HIST
      *>                        store from an earlier spell (a rehire)
      *>                   CHG  name, address or leave status changed,
      *>                        with a flag byte per kind of change
      *>                   TRM  on the baseline, gone from EMPLOYEE;
      *>                        effective CPY-HIST-TERM-DATE off the
      *>                        history store, or the run date when the
      *>                        row was never archived
      *>               - with no baseline yet (the first send) everyone
      *>                 goes as an ADD/RHR and the header says FULL
      *>               - every build writes today's population as the
      *>                 pending baseline; it replaces the baseline only
      *>                 when the send is confirmed (DB2BENX_MODE =
      *>                 CONFIRM after the carrier has the file). A send
      *>                 that failed is simply built again against the
      *>                 same baseline, so nothing is reported twice and
      *>                 nothing is lost; confirming twice is harmless
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the contact, employee-status and history stores
      *>              are now indexed files (defaults contact.dat,
      *>              empstat.dat and emphist.dat), read front to back
      *>              in key order; the status and history layouts
      *>              come from STSDB2CO.cpy and HSTDB2CO.cpy.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2BENX.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CARRIER-FILE ASSIGN TO WS-CARRIER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BASE-FILE ASSIGN TO WS-BASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASE-FILE-STATUS.

        SELECT PEND-FILE ASSIGN TO WS-PEND-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-FILE-STATUS.

        SELECT CONT-FILE ASSIGN TO WS-CONT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-CONT-FILE-STATUS.

        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-ESTA-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the carrier's file: BH header, BD details, BT trailer
       FD CARRIER-FILE.
       01 CARRIER-RECORD            PIC X(150).

       01 BEN-HEADER-RECORD REDEFINES CARRIER-RECORD.
           05 BEN-HDR-REC-TYPE      PIC X(2).
           05 BEN-HDR-RUN-DATE      PIC 9(8).
      *>      F(ull) on the first send, C(hanges) after
           05 BEN-HDR-FILE-TYPE     PIC X(1).
           05 BEN-HDR-BASE-DATE     PIC 9(8).
           05 FILLER                PIC X(131).

       01 BEN-DETAIL-RECORD REDEFINES CARRIER-RECORD.
           05 BEN-DTL-REC-TYPE      PIC X(2).
           05 BEN-DTL-ACTION        PIC X(3).
           05 BEN-DTL-EMPNO         PIC X(6).
           05 BEN-DTL-LASTNAME      PIC X(15).
           05 BEN-DTL-FIRSTNME      PIC X(12).
           05 BEN-DTL-MIDINIT       PIC X(1).
           05 BEN-DTL-SEX           PIC X(1).
           05 BEN-DTL-BIRTHDATE     PIC X(10).
           05 BEN-DTL-HIREDATE      PIC X(10).
           05 BEN-DTL-STREET        PIC X(30).
           05 BEN-DTL-CITY          PIC X(20).
           05 BEN-DTL-STATE         PIC X(2).
           05 BEN-DTL-ZIP           PIC X(10).
      *>      A(ctive), L(eave) or S(uspended) as of the effective date
           05 BEN-DTL-STATUS        PIC X(1).
           05 BEN-DTL-EFF-DATE      PIC 9(8).
      *>      on a CHG: N name, A address, S status changed
           05 BEN-DTL-CHG-NAME      PIC X(1).
           05 BEN-DTL-CHG-ADDR      PIC X(1).
           05 BEN-DTL-CHG-STATUS    PIC X(1).
           05 FILLER                PIC X(16).

       01 BEN-TRAILER-RECORD REDEFINES CARRIER-RECORD.
           05 BEN-TRL-REC-TYPE      PIC X(2).
           05 BEN-TRL-REC-COUNT     PIC 9(7).
           05 BEN-TRL-ADD-COUNT     PIC 9(7).
           05 BEN-TRL-RHR-COUNT     PIC 9(7).
           05 BEN-TRL-CHG-COUNT     PIC 9(7).
           05 BEN-TRL-TRM-COUNT     PIC 9(7).
           05 FILLER                PIC X(113).

      *> the population at the last confirmed send: an HD record
      *> carrying the send date, then one DT record per employee
       FD BASE-FILE.
       01 BASE-RECORD.
           05 BAS-REC-TYPE          PIC X(2).
           05 BAS-EMPNO             PIC X(6).
           05 BAS-FIRSTNME          PIC X(12).
           05 BAS-MIDINIT           PIC X(1).
           05 BAS-LASTNAME          PIC X(15).
           05 BAS-SEX               PIC X(1).
           05 BAS-BIRTHDATE         PIC X(10).
           05 BAS-HIREDATE          PIC X(10).
           05 BAS-STREET            PIC X(30).
           05 BAS-CITY              PIC X(20).
           05 BAS-STATE             PIC X(2).
           05 BAS-ZIP               PIC X(10).
           05 BAS-STATUS            PIC X(1).

       01 BASE-HEADER-RECORD REDEFINES BASE-RECORD.
           05 BAS-HDR-REC-TYPE      PIC X(2).
           05 BAS-HDR-SEND-DATE     PIC 9(8).
           05 FILLER                PIC X(110).

      *> today's population, waiting on confirmation of the send -
      *> the baseline layout exactly
       FD PEND-FILE.
       01 PEND-RECORD               PIC X(120).

      *> the contact master DB2CONT maintains
       FD CONT-FILE.
         COPY "CONDB2CO.cpy".

      *> the employee-status store DB2ESTA maintains
       FD ESTA-FILE.
         COPY "STSDB2CO.cpy".

      *> the history store DB2EHIST maintains - termination date plus
      *> the archived extract image of the row
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

      *> runtime-overridable file names - the store names match
      *> their own programs' defaults and override variables
        01 WS-CARRIER-FILE-NAME  PIC X(100) VALUE 'benefit.txt'.
        01 WS-BASE-FILE-NAME     PIC X(100) VALUE 'benbase.txt'.
        01 WS-PEND-FILE-NAME     PIC X(100) VALUE 'benpend.txt'.
        01 WS-CONT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.

      *> BUILD (the default) writes the carrier file and the pending
      *> baseline; CONFIRM promotes the pending baseline
        01 WS-RUN-MODE           PIC X(8) VALUE 'BUILD'.
           88 WS-MODE-BUILD          VALUE 'BUILD'.
           88 WS-MODE-CONFIRM        VALUE 'CONFIRM'.

        01 WS-BASE-FILE-STATUS   PIC XX.
           88 WS-BASE-FILE-OK        VALUE '00'.
        01 WS-PEND-FILE-STATUS   PIC XX.
           88 WS-PEND-FILE-OK        VALUE '00'.
        01 WS-CONT-FILE-STATUS   PIC XX.
           88 WS-CONT-FILE-OK        VALUE '00'.
        01 WS-ESTA-FILE-STATUS   PIC XX.
           88 WS-ESTA-FILE-OK        VALUE '00'.
        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-FILE-EOF-SW        PIC X VALUE 'N'.
           88 WS-FILE-EOF            VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-BASE-DATE          PIC 9(8) VALUE 0.
        01 WS-BASE-FOUND-SW      PIC X VALUE 'N'.
           88 WS-BASE-FOUND          VALUE 'Y'.
        01 WS-PEND-DATE          PIC 9(8) VALUE 0.

      *> one person, laid out as the baseline carries them
        01 WS-PERSON.
           05 WS-PSN-REC-TYPE       PIC X(2).
           05 WS-PSN-EMPNO          PIC X(6).
           05 WS-PSN-FIRSTNME       PIC X(12).
           05 WS-PSN-MIDINIT        PIC X(1).
           05 WS-PSN-LASTNAME       PIC X(15).
           05 WS-PSN-SEX            PIC X(1).
           05 WS-PSN-BIRTHDATE      PIC X(10).
           05 WS-PSN-HIREDATE       PIC X(10).
           05 WS-PSN-STREET         PIC X(30).
           05 WS-PSN-CITY           PIC X(20).
           05 WS-PSN-STATE          PIC X(2).
           05 WS-PSN-ZIP            PIC X(10).
           05 WS-PSN-STATUS         PIC X(1).

      *> today's population; STAT-EFF is when the status in force
      *> took effect
        01 WS-CUR-COUNT          PIC 9(5) VALUE 0.
        01 WS-CUR-MAX            PIC 9(5) VALUE 10000.
        01 WS-CUR-TAB.
           05 WS-CUR-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-CUR-IDX.
              10 WS-CUR-IMAGE       PIC X(120).
              10 WS-CUR-STAT-EFF    PIC 9(8).

      *> the baseline population; MATCHED is set as today's rows
      *> find their baseline row, so what is left over has gone
        01 WS-BAS-COUNT          PIC 9(5) VALUE 0.
        01 WS-BAS-MAX            PIC 9(5) VALUE 10000.
        01 WS-BAS-TAB.
           05 WS-BAS-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-BAS-IDX.
              10 WS-BAS-IMAGE       PIC X(120).
              10 WS-BAS-MATCHED     PIC X(1).

      *> the address off the contact master
        01 WS-CON-COUNT          PIC 9(5) VALUE 0.
        01 WS-CON-MAX            PIC 9(5) VALUE 10000.
        01 WS-CON-TAB.
           05 WS-CON-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-CON-IDX.
              10 WS-CON-EMPNO       PIC X(6).
              10 WS-CON-STREET      PIC X(30).
              10 WS-CON-CITY        PIC X(20).
              10 WS-CON-STATE       PIC X(2).
              10 WS-CON-ZIP         PIC X(10).

      *> the status store
        01 WS-ESTA-COUNT         PIC 9(5) VALUE 0.
        01 WS-ESTA-MAX           PIC 9(5) VALUE 10000.
        01 WS-ESTA-TAB.
           05 WS-ESTA-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-ESTA-IDX.
              10 WS-ESTA-T-EMPNO    PIC X(6).
              10 WS-ESTA-T-CODE     PIC X(1).
              10 WS-ESTA-T-EFF      PIC 9(8).
              10 WS-ESTA-T-RETURN   PIC 9(8).

      *> terminated spells off the history store - the latest
      *> termination date per EMPNO
        01 WS-HST-COUNT          PIC 9(5) VALUE 0.
        01 WS-HST-MAX            PIC 9(5) VALUE 5000.
        01 WS-HST-TAB.
           05 WS-HST-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-HST-IDX.
              10 WS-HST-EMPNO       PIC X(6).
              10 WS-HST-TERM        PIC 9(8).

        01 WS-MATCH-SLOT         PIC 9(5) VALUE 0.
        01 WS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 WS-TABLE-OVERFLOW      VALUE 'Y'.

        01 WS-CHG-NAME           PIC X(1).
        01 WS-CHG-ADDR           PIC X(1).
        01 WS-CHG-STATUS         PIC X(1).
        01 WS-DTL-ACTION         PIC X(3).
        01 WS-DTL-EFF            PIC 9(8).

        01 WS-REC-COUNT          PIC 9(7) VALUE 0.
        01 WS-ADD-COUNT          PIC 9(7) VALUE 0.
        01 WS-RHR-COUNT          PIC 9(7) VALUE 0.
        01 WS-CHG-COUNT          PIC 9(7) VALUE 0.
        01 WS-TRM-COUNT          PIC 9(7) VALUE 0.
        01 WS-PROMOTED-COUNT     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2BENX SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2BENX: INSIDE BENEFITS CARRIER FEED MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           IF WS-MODE-CONFIRM
               PERFORM PROMOTE-PENDING THRU PROMOTE-PENDING-EXIT
               DISPLAY "DB2BENX: EXITING BENEFITS CARRIER FEED MODULE"
               STOP RUN
           END-IF

           IF NOT WS-MODE-BUILD
               DISPLAY "DB2BENX: RUN MODE " WS-RUN-MODE
                  " NOT RECOGNIZED - BUILD OR CONFIRM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-BASELINE THRU LOAD-BASELINE-EXIT
           PERFORM CHECK-UNCONFIRMED THRU CHECK-UNCONFIRMED-EXIT
           PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-EXIT
           PERFORM LOAD-STATUS-TABLE THRU LOAD-STATUS-TABLE-EXIT
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2BENX: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2BENX: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CURRENT-POPULATION
              THRU LOAD-CURRENT-POPULATION-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

      *>    a half-read population must not become anyone's baseline
      *>    or terminate the people it missed
           IF WS-TABLE-OVERFLOW
               DISPLAY "DB2BENX: *** A TABLE FILLED - NOTHING SENT,"
                  " THE BASELINE IS UNCHANGED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CARRIER-FILE

           MOVE SPACES       TO CARRIER-RECORD
           MOVE 'BH'         TO BEN-HDR-REC-TYPE
           MOVE WS-RUN-DATE  TO BEN-HDR-RUN-DATE
           IF WS-BASE-FOUND
               MOVE 'C'      TO BEN-HDR-FILE-TYPE
           ELSE
               MOVE 'F'      TO BEN-HDR-FILE-TYPE
           END-IF
           MOVE WS-BASE-DATE TO BEN-HDR-BASE-DATE
           WRITE CARRIER-RECORD

           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM COMPARE-CURRENT THRU COMPARE-CURRENT-EXIT
           END-PERFORM

           PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
              UNTIL WS-BAS-IDX > WS-BAS-COUNT
               IF WS-BAS-MATCHED (WS-BAS-IDX) NOT = 'Y'
                   PERFORM WRITE-TERMINATION
                      THRU WRITE-TERMINATION-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES       TO CARRIER-RECORD
           MOVE 'BT'         TO BEN-TRL-REC-TYPE
           MOVE WS-REC-COUNT TO BEN-TRL-REC-COUNT
           MOVE WS-ADD-COUNT TO BEN-TRL-ADD-COUNT
           MOVE WS-RHR-COUNT TO BEN-TRL-RHR-COUNT
           MOVE WS-CHG-COUNT TO BEN-TRL-CHG-COUNT
           MOVE WS-TRM-COUNT TO BEN-TRL-TRM-COUNT
           WRITE CARRIER-RECORD

           CLOSE CARRIER-FILE

           PERFORM WRITE-PENDING-BASELINE
              THRU WRITE-PENDING-BASELINE-EXIT

           DISPLAY "DB2BENX: ========= CARRIER FEED SUMMARY ========"
           DISPLAY "DB2BENX: CARRIER FILE       : "
               WS-CARRIER-FILE-NAME
           DISPLAY "DB2BENX: CHANGES SINCE      : " WS-BASE-DATE
           DISPLAY "DB2BENX: ELIGIBLE TODAY     : " WS-CUR-COUNT
           DISPLAY "DB2BENX: NEW ELIGIBLES (ADD): " WS-ADD-COUNT
           DISPLAY "DB2BENX: REHIRES (RHR)      : " WS-RHR-COUNT
           DISPLAY "DB2BENX: CHANGES (CHG)      : " WS-CHG-COUNT
           DISPLAY "DB2BENX: TERMINATIONS (TRM) : " WS-TRM-COUNT
           DISPLAY "DB2BENX: DETAIL RECORDS     : " WS-REC-COUNT
           DISPLAY "DB2BENX: PENDING BASELINE   : "
               WS-PEND-FILE-NAME
           DISPLAY "DB2BENX: ====================================="
           DISPLAY "DB2BENX: CONFIRM WITH DB2BENX_MODE=CONFIRM ONCE"
              " THE CARRIER HAS THE FILE"

           DISPLAY "DB2BENX: EXITING BENEFITS CARRIER FEED MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2BENX-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "DB2BENX_MODE"
           IF WS-RUN-MODE = SPACE
               MOVE 'BUILD' TO WS-RUN-MODE
           END-IF

           ACCEPT WS-CARRIER-FILE-NAME
              FROM ENVIRONMENT "DB2BENX_OUTPUT_FILE"
           IF WS-CARRIER-FILE-NAME = SPACE
               MOVE 'benefit.txt' TO WS-CARRIER-FILE-NAME
           END-IF

           ACCEPT WS-BASE-FILE-NAME
              FROM ENVIRONMENT "DB2BENX_BASELINE_FILE"
           IF WS-BASE-FILE-NAME = SPACE
               MOVE 'benbase.txt' TO WS-BASE-FILE-NAME
           END-IF

           ACCEPT WS-PEND-FILE-NAME
              FROM ENVIRONMENT "DB2BENX_PENDING_FILE"
           IF WS-PEND-FILE-NAME = SPACE
               MOVE 'benpend.txt' TO WS-PEND-FILE-NAME
           END-IF

           ACCEPT WS-CONT-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_MASTER_FILE"
           IF WS-CONT-FILE-NAME = SPACE
               MOVE 'contact.dat' TO WS-CONT-FILE-NAME
           END-IF

           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
           END-IF

           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
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

           DISPLAY "DB2BENX: RUN MODE         = " WS-RUN-MODE
           DISPLAY "DB2BENX: CARRIER FILE     = " WS-CARRIER-FILE-NAME
           DISPLAY "DB2BENX: BASELINE         = " WS-BASE-FILE-NAME
           DISPLAY "DB2BENX: PENDING BASELINE = " WS-PEND-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
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
               DISPLAY "DB2BENX: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2BENX: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROMOTE-PENDING SECTION.
      *>------------------------------------------------------------------------
      *>    the carrier has the file: the pending population becomes
      *>    the baseline and the pending file goes, so a second
      *>    confirmation finds nothing to do
           OPEN INPUT PEND-FILE
           IF NOT WS-PEND-FILE-OK
               DISPLAY "DB2BENX: NO PENDING BASELINE "
                  WS-PEND-FILE-NAME " - NOTHING TO CONFIRM"
               GO TO PROMOTE-PENDING-EXIT
           END-IF

           OPEN OUTPUT BASE-FILE
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM COPY-PENDING-RECORD THRU COPY-PENDING-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE BASE-FILE
           CLOSE PEND-FILE

           CALL "CBL_DELETE_FILE" USING WS-PEND-FILE-NAME END-CALL

           DISPLAY "DB2BENX: SEND OF " WS-PEND-DATE
              " CONFIRMED - BASELINE NOW HOLDS " WS-PROMOTED-COUNT
              " EMPLOYEES"
           .
       PROMOTE-PENDING-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COPY-PENDING-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PEND-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO COPY-PENDING-RECORD-EXIT
           END-READ

           MOVE PEND-RECORD TO BASE-RECORD
           IF BAS-REC-TYPE = 'HD'
               MOVE BAS-HDR-SEND-DATE TO WS-PEND-DATE
           ELSE
               ADD 1 TO WS-PROMOTED-COUNT
           END-IF
           WRITE BASE-RECORD
           .
       COPY-PENDING-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-BASELINE SECTION.
      *>------------------------------------------------------------------------
      *>    no baseline means no send was ever confirmed - everyone
      *>    goes to the carrier as new
           OPEN INPUT BASE-FILE
           IF NOT WS-BASE-FILE-OK
               DISPLAY "DB2BENX: NO BASELINE ON FILE - SENDING THE"
                  " FULL POPULATION"
               GO TO LOAD-BASELINE-EXIT
           END-IF

           SET WS-BASE-FOUND TO TRUE
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-BASELINE-RECORD THRU READ-BASELINE-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE BASE-FILE

           DISPLAY "DB2BENX: BASELINE OF " WS-BASE-DATE " HOLDS "
              WS-BAS-COUNT " EMPLOYEES"
           .
       LOAD-BASELINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-BASELINE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ BASE-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-BASELINE-RECORD-EXIT
           END-READ

           IF BAS-REC-TYPE = 'HD'
               MOVE BAS-HDR-SEND-DATE TO WS-BASE-DATE
               GO TO READ-BASELINE-RECORD-EXIT
           END-IF

           IF WS-BAS-COUNT >= WS-BAS-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2BENX: *** BASELINE EXCEEDS THE "
                      WS-BAS-MAX "-EMPLOYEE TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-BASELINE-RECORD-EXIT
           END-IF

           ADD 1 TO WS-BAS-COUNT
           SET WS-BAS-IDX TO WS-BAS-COUNT
           MOVE BASE-RECORD TO WS-BAS-IMAGE (WS-BAS-IDX)
           MOVE 'N'         TO WS-BAS-MATCHED (WS-BAS-IDX)
           .
       READ-BASELINE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-UNCONFIRMED SECTION.
      *>------------------------------------------------------------------------
      *>    a pending baseline still on file means the last send was
      *>    never confirmed; this build goes against the same baseline
      *>    and carries everything that send carried
           OPEN INPUT PEND-FILE
           IF NOT WS-PEND-FILE-OK
               GO TO CHECK-UNCONFIRMED-EXIT
           END-IF

           READ PEND-FILE
             AT END
               MOVE SPACES TO PEND-RECORD
           END-READ
           CLOSE PEND-FILE

           MOVE PEND-RECORD TO BASE-RECORD
           IF BAS-REC-TYPE = 'HD'
               MOVE BAS-HDR-SEND-DATE TO WS-PEND-DATE
           END-IF
           DISPLAY "DB2BENX: SEND OF " WS-PEND-DATE
              " WAS NEVER CONFIRMED - IT IS BUILT AGAIN WITH TODAY'S"
              " CHANGES"
           .
       CHECK-UNCONFIRMED-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CONTACTS SECTION.
      *>------------------------------------------------------------------------
           OPEN INPUT CONT-FILE
           IF NOT WS-CONT-FILE-OK
               DISPLAY "DB2BENX: CONTACT MASTER " WS-CONT-FILE-NAME
                  " NOT ON FILE - NO ADDRESSES SENT"
               GO TO LOAD-CONTACTS-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-CONTACT-RECORD THRU READ-CONTACT-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE CONT-FILE
           .
       LOAD-CONTACTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CONTACT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CONT-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-CONTACT-RECORD-EXIT
           END-READ

           IF WS-CON-COUNT >= WS-CON-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2BENX: *** CONTACT MASTER EXCEEDS THE "
                      WS-CON-MAX "-RECORD TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-CONTACT-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CON-COUNT
           SET WS-CON-IDX TO WS-CON-COUNT
           MOVE CONT-EMPNO  TO WS-CON-EMPNO (WS-CON-IDX)
           MOVE CONT-STREET TO WS-CON-STREET (WS-CON-IDX)
           MOVE CONT-CITY   TO WS-CON-CITY (WS-CON-IDX)
           MOVE CONT-STATE  TO WS-CON-STATE (WS-CON-IDX)
           MOVE CONT-ZIP    TO WS-CON-ZIP (WS-CON-IDX)
           .
       READ-CONTACT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-STATUS-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a shop without the status store sends everyone as active
           OPEN INPUT ESTA-FILE
           IF NOT WS-ESTA-FILE-OK
               DISPLAY "DB2BENX: STATUS STORE " WS-ESTA-FILE-NAME
                  " NOT ON FILE - EVERYONE IS SENT AS ACTIVE"
               GO TO LOAD-STATUS-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-STATUS-RECORD THRU READ-STATUS-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE ESTA-FILE
           .
       LOAD-STATUS-TABLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STATUS-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ESTA-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-STATUS-RECORD-EXIT
           END-READ

           IF WS-ESTA-COUNT >= WS-ESTA-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2BENX: *** STATUS STORE EXCEEDS THE "
                      WS-ESTA-MAX "-RECORD TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-STATUS-RECORD-EXIT
           END-IF

           ADD 1 TO WS-ESTA-COUNT
           SET WS-ESTA-IDX TO WS-ESTA-COUNT
           MOVE ESTA-EMPNO TO WS-ESTA-T-EMPNO (WS-ESTA-IDX)
           MOVE ESTA-CODE  TO WS-ESTA-T-CODE (WS-ESTA-IDX)
           IF ESTA-EFF-DATE IS NUMERIC
               MOVE ESTA-EFF-DATE TO WS-ESTA-T-EFF (WS-ESTA-IDX)
           ELSE
               MOVE 0 TO WS-ESTA-T-EFF (WS-ESTA-IDX)
           END-IF
           IF ESTA-RETURN-DATE IS NUMERIC
               MOVE ESTA-RETURN-DATE TO WS-ESTA-T-RETURN (WS-ESTA-IDX)
           ELSE
               MOVE 0 TO WS-ESTA-T-RETURN (WS-ESTA-IDX)
           END-IF
           .
       READ-STATUS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-HISTORY SECTION.
      *>------------------------------------------------------------------------
      *>    a shop with no history store yet has no rehires and sends
      *>    its terminations effective the run date
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2BENX: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - TERMINATIONS DATED TODAY"
               GO TO LOAD-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM READ-HISTORY-RECORD THRU READ-HISTORY-RECORD-EXIT
              UNTIL WS-FILE-EOF
           CLOSE HIST-FILE
           .
       LOAD-HISTORY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    an EMPNO with several spells keeps its latest termination
           READ HIST-FILE
             AT END
               SET WS-FILE-EOF TO TRUE
               GO TO READ-HISTORY-RECORD-EXIT
           END-READ

           IF HIST-TERM-DATE IS NOT NUMERIC
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
              UNTIL WS-HST-IDX > WS-HST-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-HST-EMPNO (WS-HST-IDX) = HIST-EMP-IMAGE (1:6)
                   SET WS-MATCH-SLOT TO WS-HST-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SLOT > 0
               SET WS-HST-IDX TO WS-MATCH-SLOT
               IF HIST-TERM-DATE > WS-HST-TERM (WS-HST-IDX)
                   MOVE HIST-TERM-DATE TO WS-HST-TERM (WS-HST-IDX)
               END-IF
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

           IF WS-HST-COUNT >= WS-HST-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2BENX: *** HISTORY STORE EXCEEDS THE "
                      WS-HST-MAX "-EMPNO TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

           ADD 1 TO WS-HST-COUNT
           SET WS-HST-IDX TO WS-HST-COUNT
           MOVE HIST-EMP-IMAGE (1:6) TO WS-HST-EMPNO (WS-HST-IDX)
           MOVE HIST-TERM-DATE       TO WS-HST-TERM (WS-HST-IDX)
           .
       READ-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CURRENT-POPULATION SECTION.
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
               DISPLAY "DB2BENX: EMPLOYEE CURSOR WOULD NOT OPEN"
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO LOAD-CURRENT-POPULATION-EXIT
           END-IF

           PERFORM LOAD-ONE-EMPLOYEE THRU LOAD-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       LOAD-CURRENT-POPULATION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           IF WS-CUR-COUNT >= WS-CUR-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "DB2BENX: *** EMPLOYEE EXCEEDS THE "
                      WS-CUR-MAX "-EMPLOYEE TABLE ***"
               END-IF
               SET WS-TABLE-OVERFLOW TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           MOVE SPACES        TO WS-PERSON
           MOVE 'DT'          TO WS-PSN-REC-TYPE
           MOVE EXT-EMPNO     TO WS-PSN-EMPNO
           MOVE EXT-FIRSTNME  TO WS-PSN-FIRSTNME
           MOVE EXT-MIDINIT   TO WS-PSN-MIDINIT
           MOVE EXT-LASTNAME  TO WS-PSN-LASTNAME
           MOVE EXT-SEX       TO WS-PSN-SEX
           MOVE EXT-BIRTHDATE TO WS-PSN-BIRTHDATE
           MOVE EXT-HIREDATE  TO WS-PSN-HIREDATE

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
              UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-EMPNO (WS-CON-IDX) = EXT-EMPNO
                   MOVE WS-CON-STREET (WS-CON-IDX) TO WS-PSN-STREET
                   MOVE WS-CON-CITY (WS-CON-IDX)   TO WS-PSN-CITY
                   MOVE WS-CON-STATE (WS-CON-IDX)  TO WS-PSN-STATE
                   MOVE WS-CON-ZIP (WS-CON-IDX)    TO WS-PSN-ZIP
               END-IF
           END-PERFORM

           ADD 1 TO WS-CUR-COUNT
           SET WS-CUR-IDX TO WS-CUR-COUNT
           MOVE WS-RUN-DATE TO WS-CUR-STAT-EFF (WS-CUR-IDX)

      *>    the status in force as of the run date, the same rule the
      *>    payroll pickup applies: a leave or suspension already
      *>    effective and not yet due back, otherwise active
           MOVE 'A' TO WS-PSN-STATUS
           PERFORM VARYING WS-ESTA-IDX FROM 1 BY 1
              UNTIL WS-ESTA-IDX > WS-ESTA-COUNT
               IF WS-ESTA-T-EMPNO (WS-ESTA-IDX) = EXT-EMPNO
                   IF (WS-ESTA-T-CODE (WS-ESTA-IDX) = 'L'
                       OR WS-ESTA-T-CODE (WS-ESTA-IDX) = 'S')
                   AND WS-ESTA-T-EFF (WS-ESTA-IDX) <= WS-RUN-DATE
                   AND (WS-ESTA-T-RETURN (WS-ESTA-IDX) = 0
                     OR WS-ESTA-T-RETURN (WS-ESTA-IDX) > WS-RUN-DATE)
                       MOVE WS-ESTA-T-CODE (WS-ESTA-IDX)
                         TO WS-PSN-STATUS
                   END-IF
                   IF WS-ESTA-T-EFF (WS-ESTA-IDX) > 0
                   AND WS-ESTA-T-EFF (WS-ESTA-IDX) <= WS-RUN-DATE
                       MOVE WS-ESTA-T-EFF (WS-ESTA-IDX)
                         TO WS-CUR-STAT-EFF (WS-CUR-IDX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-PERSON TO WS-CUR-IMAGE (WS-CUR-IDX)
           .
       LOAD-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COMPARE-CURRENT SECTION.
      *>------------------------------------------------------------------------
      *>    today's row at WS-CUR-IDX against its baseline row: none
      *>    is a new eligible, otherwise only a change the carrier
      *>    keeps (name, address, status) goes out
           MOVE WS-CUR-IMAGE (WS-CUR-IDX) TO WS-PERSON

           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
              UNTIL WS-BAS-IDX > WS-BAS-COUNT
                 OR WS-MATCH-SLOT > 0
               IF WS-BAS-IMAGE (WS-BAS-IDX) (3:6) = WS-PSN-EMPNO
                   SET WS-MATCH-SLOT TO WS-BAS-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CHG-NAME WS-CHG-ADDR WS-CHG-STATUS

           IF WS-MATCH-SLOT = 0
               MOVE 'ADD' TO WS-DTL-ACTION
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                  UNTIL WS-HST-IDX > WS-HST-COUNT
                   IF WS-HST-EMPNO (WS-HST-IDX) = WS-PSN-EMPNO
                       MOVE 'RHR' TO WS-DTL-ACTION
                   END-IF
               END-PERFORM
               IF WS-DTL-ACTION = 'RHR'
                   ADD 1 TO WS-RHR-COUNT
               ELSE
                   ADD 1 TO WS-ADD-COUNT
               END-IF
               MOVE WS-RUN-DATE TO WS-DTL-EFF
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
               GO TO COMPARE-CURRENT-EXIT
           END-IF

           SET WS-BAS-IDX TO WS-MATCH-SLOT
           MOVE 'Y' TO WS-BAS-MATCHED (WS-BAS-IDX)
           MOVE WS-BAS-IMAGE (WS-BAS-IDX) TO BASE-RECORD

           IF BAS-FIRSTNME NOT = WS-PSN-FIRSTNME
           OR BAS-MIDINIT  NOT = WS-PSN-MIDINIT
           OR BAS-LASTNAME NOT = WS-PSN-LASTNAME
               MOVE 'N' TO WS-CHG-NAME
           END-IF
           IF BAS-STREET NOT = WS-PSN-STREET
           OR BAS-CITY   NOT = WS-PSN-CITY
           OR BAS-STATE  NOT = WS-PSN-STATE
           OR BAS-ZIP    NOT = WS-PSN-ZIP
               MOVE 'A' TO WS-CHG-ADDR
           END-IF
           IF BAS-STATUS NOT = WS-PSN-STATUS
               MOVE 'S' TO WS-CHG-STATUS
           END-IF

           IF WS-CHG-NAME = SPACE
           AND WS-CHG-ADDR = SPACE
           AND WS-CHG-STATUS = SPACE
               GO TO COMPARE-CURRENT-EXIT
           END-IF

           MOVE 'CHG' TO WS-DTL-ACTION
           ADD 1 TO WS-CHG-COUNT
           IF WS-CHG-STATUS = 'S'
               MOVE WS-CUR-STAT-EFF (WS-CUR-IDX) TO WS-DTL-EFF
           ELSE
               MOVE WS-RUN-DATE TO WS-DTL-EFF
           END-IF
           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
           .
       COMPARE-CURRENT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-TERMINATION SECTION.
      *>------------------------------------------------------------------------
      *>    on the baseline, gone from EMPLOYEE: the carrier gets the
      *>    person as last sent, effective the latest termination on
      *>    the history store
           MOVE WS-BAS-IMAGE (WS-BAS-IDX) TO WS-PERSON
           MOVE SPACES TO WS-CHG-NAME WS-CHG-ADDR WS-CHG-STATUS
           MOVE 'TRM' TO WS-DTL-ACTION
           ADD 1 TO WS-TRM-COUNT

           MOVE WS-RUN-DATE TO WS-DTL-EFF
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
              UNTIL WS-HST-IDX > WS-HST-COUNT
               IF WS-HST-EMPNO (WS-HST-IDX) = WS-PSN-EMPNO
                   MOVE WS-HST-TERM (WS-HST-IDX) TO WS-DTL-EFF
               END-IF
           END-PERFORM

           PERFORM WRITE-DETAIL THRU WRITE-DETAIL-EXIT
           .
       WRITE-TERMINATION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DETAIL SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES             TO CARRIER-RECORD
           MOVE 'BD'               TO BEN-DTL-REC-TYPE
           MOVE WS-DTL-ACTION      TO BEN-DTL-ACTION
           MOVE WS-PSN-EMPNO       TO BEN-DTL-EMPNO
           MOVE WS-PSN-LASTNAME    TO BEN-DTL-LASTNAME
           MOVE WS-PSN-FIRSTNME    TO BEN-DTL-FIRSTNME
           MOVE WS-PSN-MIDINIT     TO BEN-DTL-MIDINIT
           MOVE WS-PSN-SEX         TO BEN-DTL-SEX
           MOVE WS-PSN-BIRTHDATE   TO BEN-DTL-BIRTHDATE
           MOVE WS-PSN-HIREDATE    TO BEN-DTL-HIREDATE
           MOVE WS-PSN-STREET      TO BEN-DTL-STREET
           MOVE WS-PSN-CITY        TO BEN-DTL-CITY
           MOVE WS-PSN-STATE       TO BEN-DTL-STATE
           MOVE WS-PSN-ZIP         TO BEN-DTL-ZIP
           MOVE WS-PSN-STATUS      TO BEN-DTL-STATUS
           MOVE WS-DTL-EFF         TO BEN-DTL-EFF-DATE
           MOVE WS-CHG-NAME        TO BEN-DTL-CHG-NAME
           MOVE WS-CHG-ADDR        TO BEN-DTL-CHG-ADDR
           MOVE WS-CHG-STATUS      TO BEN-DTL-CHG-STATUS
           WRITE CARRIER-RECORD
           ADD 1 TO WS-REC-COUNT
           .
       WRITE-DETAIL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PENDING-BASELINE SECTION.
      *>------------------------------------------------------------------------
      *>    today's population, waiting for the send to be confirmed
           OPEN OUTPUT PEND-FILE

           MOVE SPACES      TO BASE-RECORD
           MOVE 'HD'        TO BAS-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO BAS-HDR-SEND-DATE
           MOVE BASE-RECORD TO PEND-RECORD
           WRITE PEND-RECORD

           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-IMAGE (WS-CUR-IDX) TO PEND-RECORD
               WRITE PEND-RECORD
           END-PERFORM

           CLOSE PEND-FILE
           .
       WRITE-PENDING-BASELINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2BENX.

      *>************************************************************************
      *>  SAMPLE EMPLOYEE HISTORY TIMELINE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2TMLN.cob
      *>
      *> Purpose:      One EMPNO's history from every store, as a single
      *>               date-ordered timeline
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - called with CPY-TML-BUILD and an EMPNO, hands
      *>                 back every recorded event for that person,
      *>                 oldest first, in the CPYTMLN.cpy answer table
      *>               - hires and rehire spells from today's EMPLOYEE
      *>                 row (DB2FETCH's single-EMPNO selection) and the
      *>                 employee history store, with each termination
      *>               - department, job and salary changes from the
      *>                 audit trail - the unloaded audit.txt lines, the
      *>                 DB2AUDIT store and every archive on its index -
      *>                 and transfers from the DB2XFER history; the
      *>                 audit line a transfer leaves is folded into the
      *>                 transfer entry instead of being listed twice
      *>               - the current leave/suspension period (DB2ESTA),
      *>                 the address on file (DB2CONT) and every archived
      *>                 address, rejected transactions from the reject
      *>                 ledger, and anything still on the pending store
      *>                 or waiting on the approvals queue
      *>               - a store that is not on file simply contributes
      *>                 nothing; a person with nothing anywhere comes
      *>                 back not-found
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the employee history store is now an indexed file
      *>              (default emphist.dat), read front to back in key
      *>              order; its layout comes from HSTDB2CO.cpy.
      *> 2026.10.15 Avinash Kumar
      *>            - pending and approval-queue images are read at the
      *>              137-byte EMPDB2CO width, and the transfer-history
      *>              record at its widened layout (change provenance
      *>              added).
      *> 2026.10.15 Avinash Kumar
      *>            - pending and approval-queue images are read at the
      *>              140-byte EMPDB2CO width (termination reason and
      *>              rehire override added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TMLN.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUD-FILE-STATUS.

        SELECT ARCHIDX-FILE ASSIGN TO WS-ARCHIDX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARX-FILE-STATUS.

        SELECT XFER-HIST-FILE ASSIGN TO WS-XFER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XFH-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT CONT-ARCH-FILE ASSIGN TO WS-CONT-ARCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAR-FILE-STATUS.

        SELECT REJLEDGR-FILE ASSIGN TO WS-REJLEDGR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RJL-FILE-STATUS.

        SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PND-FILE-STATUS.

        SELECT APPQUE-FILE ASSIGN TO WS-APPQUE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one audit line image - read in turn from audit.txt, the live
      *> audit store and each archive on the archive index
       FD AUDIT-FILE.
       01 AUDIT-LINE                PIC X(132).

       FD ARCHIDX-FILE.
       01 ARCHIDX-RECORD.
           05 ARX-FILE-NAME         PIC X(40).

      *> transfer trail - one line per applied department move
       FD XFER-HIST-FILE.
       01 XFER-HIST-RECORD.
           05 XFH-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 XFH-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 XFH-FROM-DEPT         PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-TO-DEPT           PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-EFF-DATE          PIC X(10).
           05 FILLER                PIC X(1).
           05 XFH-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 XFH-PROV-ORIGIN       PIC X(16).

      *> employee history store - the row as it stood at termination
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

      *> contact archive - a contact record as it left the master
       FD CONT-ARCH-FILE.
       01 CONT-ARCH-RECORD.
           05 CAR-DEL-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 CAR-CONT-IMAGE        PIC X(152).

      *> the shared durable reject ledger
       FD REJLEDGR-FILE.
       01 REJLEDGR-RECORD.
           05 RJL-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 RJL-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 RJL-KEY               PIC X(6).
           05 FILLER                PIC X(1).
           05 RJL-REASON            PIC X(4).
           05 FILLER                PIC X(1).
           05 RJL-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 RJL-RESOLVED-DATE     PIC X(8).

      *> the pending store - one CPY-EMPLOYEE image per held transaction
       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(140).

      *> the approvals queue - a gated UPDATE awaiting its second
      *> signature
       FD APPQUE-FILE.
       01 APPQUE-RECORD.
           05 APQ-HELD-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 APQ-OLD-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-NEW-SALARY        PIC 9(9).
           05 FILLER                PIC X(1).
           05 APQ-IMAGE             PIC X(140).

       WORKING-STORAGE SECTION.

        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-ESTA-PGM           PIC X(7) VALUE 'DB2ESTA'.
        01 WS-CONT-PGM           PIC X(7) VALUE 'DB2CONT'.

      *> runtime-overridable store names - each takes the same
      *> variable its owning program does
        01 WS-AUDIT-FILE-NAME    PIC X(100).
        01 WS-TRAIL-FILE-NAME    PIC X(100) VALUE 'audit.txt'.
        01 WS-STORE-FILE-NAME    PIC X(100) VALUE 'audstore.txt'.
        01 WS-ARCHIDX-FILE-NAME  PIC X(100) VALUE 'audarch.idx'.
        01 WS-XFER-FILE-NAME     PIC X(100) VALUE 'xferhist.txt'.
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-CONT-ARCH-FILE-NAME PIC X(100) VALUE 'contarch.txt'.
        01 WS-REJLEDGR-FILE-NAME PIC X(100) VALUE 'rejledgr.txt'.
        01 WS-PENDING-FILE-NAME  PIC X(100) VALUE 'pending.txt'.
        01 WS-APPQUE-FILE-NAME   PIC X(100) VALUE 'appque.txt'.

        01 WS-AUD-FILE-STATUS    PIC XX.
           88 WS-AUD-FILE-OK         VALUE '00'.
        01 WS-ARX-FILE-STATUS    PIC XX.
           88 WS-ARX-FILE-OK         VALUE '00'.
        01 WS-XFH-FILE-STATUS    PIC XX.
           88 WS-XFH-FILE-OK         VALUE '00'.
        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.
        01 WS-CAR-FILE-STATUS    PIC XX.
           88 WS-CAR-FILE-OK         VALUE '00'.
        01 WS-RJL-FILE-STATUS    PIC XX.
           88 WS-RJL-FILE-OK         VALUE '00'.
        01 WS-PND-FILE-STATUS    PIC XX.
           88 WS-PND-FILE-OK         VALUE '00'.
        01 WS-APQ-FILE-STATUS    PIC XX.
           88 WS-APQ-FILE-OK         VALUE '00'.

        01 WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
        01 WS-ARX-EOF-SW         PIC X VALUE 'N'.
           88 WS-ARX-EOF             VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).

      *> the archive files on DB2AUDIT's index
        01 WS-ARX-COUNT          PIC 9(3) VALUE 0.
        01 WS-ARX-MAX            PIC 9(3) VALUE 100.
        01 WS-ARX-TAB.
           05 WS-ARX-NAME            PIC X(40)
              OCCURS 100 TIMES
              INDEXED BY WS-ARX-IDX.

      *> this person's transfers, kept so the audit line each one
      *> also left can be recognised and folded in
        01 WS-XFR-COUNT          PIC 9(3) VALUE 0.
        01 WS-XFR-MAX            PIC 9(3) VALUE 100.
        01 WS-XFR-TAB.
           05 WS-XFR-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-XFR-IDX.
              10 WS-XFR-RUN-DATE    PIC X(8).
              10 WS-XFR-FROM        PIC X(3).
              10 WS-XFR-TO          PIC X(3).
        01 WS-XFR-MATCH-SW       PIC X VALUE 'N'.
           88 WS-XFR-MATCH           VALUE 'Y'.

      *> the entry on its way into the answer table
        01 WS-NEW-DATE           PIC X(8).
        01 WS-NEW-TIME           PIC X(8).
        01 WS-NEW-SOURCE         PIC X(8).
        01 WS-NEW-TEXT           PIC X(70).
        01 WS-TEXT-PTR           PIC 9(3) VALUE 1.
        01 WS-DUP-SW             PIC X VALUE 'N'.
           88 WS-DUP-ENTRY           VALUE 'Y'.

      *> insertion sort work fields
        01 WS-HOLD-ENTRY         PIC X(94).
        01 WS-SORT-I             PIC 9(3) VALUE 0.
        01 WS-SORT-J             PIC 9(3) VALUE 0.
        01 WS-PLACED-SW          PIC X VALUE 'N'.
           88 WS-PLACED              VALUE 'Y'.

        01 WS-WORK-LINE          PIC X(95).
        01 WS-DATE-NUM           PIC X(8).
        01 WS-SAL-UNITS          PIC ZZZ,ZZZ,ZZ9.
        01 WS-SAL-UNITS-2        PIC ZZZ,ZZZ,ZZ9.
        01 WS-SAL-CENTS          PIC Z,ZZZ,ZZ9.99.
        01 WS-OPER-NAME          PIC X(8).

      *> work record passed to DB2FETCH for the single-EMPNO selection
        COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image the current row and each history spell are read through
        COPY "FETDB2CO.cpy".

        COPY "EXTDB2CO.cpy".

      *> employee-status record passed to DB2ESTA
        COPY "CPYESTA.cpy".

      *> employee contact record passed to DB2CONT
        COPY "CPYCONT.cpy".

      *> the contact master record image, laid over an archived one
        COPY "CONDB2CO.cpy".

       LINKAGE SECTION.
        COPY "CPYTMLN.cpy".

       PROCEDURE DIVISION USING CPY-TIMELINE.

      *>------------------------------------------------------------------------
       MAIN-DB2TMLN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2TMLN: INSIDE EMPLOYEE HISTORY TIMELINE MODULE"

           MOVE 0   TO CPY-TML-COUNT
           MOVE 300 TO CPY-TML-MAX
           MOVE 'N' TO CPY-TML-OVERFLOW-SW

           IF NOT CPY-TML-BUILD
               SET CPY-TML-FAIL TO TRUE
               SET CPY-TML-ERROR TO TRUE
               GO TO MAIN-DB2TMLN-EX
           END-IF

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT

           PERFORM ADD-CURRENT-ROW THRU ADD-CURRENT-ROW-EXIT
           PERFORM ADD-HISTORY-SPELLS THRU ADD-HISTORY-SPELLS-EXIT

      *>    transfers go in ahead of the audit lines so the audit line
      *>    each transfer also left can be recognised
           PERFORM ADD-TRANSFERS THRU ADD-TRANSFERS-EXIT

           MOVE WS-TRAIL-FILE-NAME TO WS-AUDIT-FILE-NAME
           PERFORM ADD-AUDIT-FILE THRU ADD-AUDIT-FILE-EXIT
           MOVE WS-STORE-FILE-NAME TO WS-AUDIT-FILE-NAME
           PERFORM ADD-AUDIT-FILE THRU ADD-AUDIT-FILE-EXIT
           PERFORM LOAD-ARCHIVE-INDEX THRU LOAD-ARCHIVE-INDEX-EXIT
           PERFORM VARYING WS-ARX-IDX FROM 1 BY 1
              UNTIL WS-ARX-IDX > WS-ARX-COUNT
               MOVE WS-ARX-NAME (WS-ARX-IDX) TO WS-AUDIT-FILE-NAME
               PERFORM ADD-AUDIT-FILE THRU ADD-AUDIT-FILE-EXIT
           END-PERFORM

           PERFORM ADD-STATUS THRU ADD-STATUS-EXIT
           PERFORM ADD-CONTACTS THRU ADD-CONTACTS-EXIT
           PERFORM ADD-REJECTS THRU ADD-REJECTS-EXIT
           PERFORM ADD-PENDING THRU ADD-PENDING-EXIT
           PERFORM ADD-APPROVALS THRU ADD-APPROVALS-EXIT

           PERFORM SORT-TIMELINE THRU SORT-TIMELINE-EXIT

           IF CPY-TML-COUNT = 0
               SET CPY-TML-FAIL TO TRUE
               SET CPY-TML-NOT-FOUND TO TRUE
           ELSE
               SET CPY-TML-SUCCESS TO TRUE
               SET CPY-TML-ALL-DONE TO TRUE
           END-IF

           DISPLAY "DB2TMLN: EXITING EMPLOYEE HISTORY TIMELINE MODULE"
          .
       MAIN-DB2TMLN-EX.
           GOBACK.

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-TRAIL-FILE-NAME
              FROM ENVIRONMENT "DB2UPDT_AUDIT_FILE"
           IF WS-TRAIL-FILE-NAME = SPACE
               MOVE 'audit.txt' TO WS-TRAIL-FILE-NAME
           END-IF

           ACCEPT WS-STORE-FILE-NAME
              FROM ENVIRONMENT "DB2AUDIT_STORE_FILE"
           IF WS-STORE-FILE-NAME = SPACE
               MOVE 'audstore.txt' TO WS-STORE-FILE-NAME
           END-IF

           ACCEPT WS-ARCHIDX-FILE-NAME
              FROM ENVIRONMENT "DB2AUDIT_ARCHIDX_FILE"
           IF WS-ARCHIDX-FILE-NAME = SPACE
               MOVE 'audarch.idx' TO WS-ARCHIDX-FILE-NAME
           END-IF

           ACCEPT WS-XFER-FILE-NAME
              FROM ENVIRONMENT "DB2XFER_HIST_FILE"
           IF WS-XFER-FILE-NAME = SPACE
               MOVE 'xferhist.txt' TO WS-XFER-FILE-NAME
           END-IF

           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-CONT-ARCH-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_ARCHIVE_FILE"
           IF WS-CONT-ARCH-FILE-NAME = SPACE
               MOVE 'contarch.txt' TO WS-CONT-ARCH-FILE-NAME
           END-IF

           ACCEPT WS-REJLEDGR-FILE-NAME
              FROM ENVIRONMENT "DB2REJL_LEDGER_FILE"
           IF WS-REJLEDGR-FILE-NAME = SPACE
               MOVE 'rejledgr.txt' TO WS-REJLEDGR-FILE-NAME
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-ENTRY SECTION.
      *>------------------------------------------------------------------------
      *>    WS-NEW-DATE/TIME/SOURCE/TEXT go on the answer table; the
      *>    same line seen twice (audit.txt lines already loaded to the
      *>    store) goes on once
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING CPY-TML-IDX FROM 1 BY 1
              UNTIL CPY-TML-IDX > CPY-TML-COUNT
                 OR WS-DUP-ENTRY
               IF CPY-TML-DATE (CPY-TML-IDX)   = WS-NEW-DATE
               AND CPY-TML-TIME (CPY-TML-IDX)   = WS-NEW-TIME
               AND CPY-TML-SOURCE (CPY-TML-IDX) = WS-NEW-SOURCE
               AND CPY-TML-TEXT (CPY-TML-IDX)   = WS-NEW-TEXT
                   SET WS-DUP-ENTRY TO TRUE
               END-IF
           END-PERFORM

           IF WS-DUP-ENTRY
               GO TO ADD-ENTRY-EXIT
           END-IF

           IF CPY-TML-COUNT >= CPY-TML-MAX
               SET CPY-TML-OVERFLOW TO TRUE
               GO TO ADD-ENTRY-EXIT
           END-IF

           ADD 1 TO CPY-TML-COUNT
           SET CPY-TML-IDX TO CPY-TML-COUNT
           MOVE WS-NEW-DATE   TO CPY-TML-DATE (CPY-TML-IDX)
           MOVE WS-NEW-TIME   TO CPY-TML-TIME (CPY-TML-IDX)
           MOVE WS-NEW-SOURCE TO CPY-TML-SOURCE (CPY-TML-IDX)
           MOVE WS-NEW-TEXT   TO CPY-TML-TEXT (CPY-TML-IDX)
          .
       ADD-ENTRY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ISO-DATE-TO-NUM SECTION.
      *>------------------------------------------------------------------------
      *>    a YYYY-MM-DD date in EXT-HIREDATE comes back as YYYYMMDD in
      *>    WS-DATE-NUM, or blank when it will not read as a date
           MOVE SPACES TO WS-DATE-NUM
           STRING EXT-HIREDATE (1:4) DELIMITED BY SIZE
                  EXT-HIREDATE (6:2) DELIMITED BY SIZE
                  EXT-HIREDATE (9:2) DELIMITED BY SIZE
                  INTO WS-DATE-NUM
           END-STRING
           IF WS-DATE-NUM IS NOT NUMERIC
               MOVE SPACES TO WS-DATE-NUM
           END-IF
          .
       ISO-DATE-TO-NUM-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-CURRENT-ROW SECTION.
      *>------------------------------------------------------------------------
      *>    today's row gives the current spell's hire and where the
      *>    person stands now
           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE
           MOVE CPY-TML-EMPNO TO CPY-EMPNO

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF NOT CPY-FR-SUCCESS
               GO TO ADD-CURRENT-ROW-EXIT
           END-IF

           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           IF CPY-FR-SUCCESS
               MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
               IF EXT-EMPNO = CPY-TML-EMPNO
                   PERFORM ISO-DATE-TO-NUM THRU ISO-DATE-TO-NUM-EXIT
                   MOVE WS-DATE-NUM  TO WS-NEW-DATE
                   MOVE '00000000'   TO WS-NEW-TIME
                   MOVE 'EMPLOYEE'   TO WS-NEW-SOURCE
                   MOVE SPACES       TO WS-NEW-TEXT
                   STRING 'HIRED - DEPT ' DELIMITED BY SIZE
                          EXT-WORKDEPT    DELIMITED BY SIZE
                          ' JOB '         DELIMITED BY SIZE
                          EXT-JOB         DELIMITED BY SIZE
                          INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT

                   MOVE WS-RUN-DATE   TO WS-NEW-DATE
                   MOVE '99999999'    TO WS-NEW-TIME
                   MOVE CPY-FR-SALARY TO WS-SAL-CENTS
                   MOVE SPACES        TO WS-NEW-TEXT
                   STRING 'ON FILE TODAY - DEPT ' DELIMITED BY SIZE
                          EXT-WORKDEPT    DELIMITED BY SIZE
                          ' JOB '         DELIMITED BY SIZE
                          EXT-JOB         DELIMITED BY SIZE
                          ' SALARY '      DELIMITED BY SIZE
                          WS-SAL-CENTS    DELIMITED BY SIZE
                          INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
               END-IF
           END-IF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
          .
       ADD-CURRENT-ROW-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-HISTORY-SPELLS SECTION.
      *>------------------------------------------------------------------------
      *>    every earlier spell: its hire and its termination
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               GO TO ADD-HISTORY-SPELLS-EXIT
           END-IF

           PERFORM READ-HIST-RECORD THRU READ-HIST-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE HIST-FILE
          .
       ADD-HISTORY-SPELLS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-HIST-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-HIST-RECORD-EXIT
           END-READ

           IF HIST-EMP-IMAGE (1:6) NOT = CPY-TML-EMPNO
               GO TO READ-HIST-RECORD-EXIT
           END-IF

           MOVE HIST-EMP-IMAGE TO EXT-EMPLOYEE-REC
           PERFORM ISO-DATE-TO-NUM THRU ISO-DATE-TO-NUM-EXIT
           MOVE WS-DATE-NUM  TO WS-NEW-DATE
           MOVE '00000000'   TO WS-NEW-TIME
           MOVE 'HISTORY'    TO WS-NEW-SOURCE
           MOVE SPACES       TO WS-NEW-TEXT
           STRING 'HIRED (EARLIER SPELL) - DEPT ' DELIMITED BY SIZE
                  EXT-WORKDEPT    DELIMITED BY SIZE
                  ' JOB '         DELIMITED BY SIZE
                  EXT-JOB         DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT

           MOVE HIST-TERM-DATE TO WS-NEW-DATE
           MOVE '99999998'     TO WS-NEW-TIME
           MOVE EXT-SALARY     TO WS-SAL-UNITS
           MOVE SPACES         TO WS-NEW-TEXT
           STRING 'TERMINATED - DEPT ' DELIMITED BY SIZE
                  EXT-WORKDEPT    DELIMITED BY SIZE
                  ' JOB '         DELIMITED BY SIZE
                  EXT-JOB         DELIMITED BY SIZE
                  ' SALARY '      DELIMITED BY SIZE
                  WS-SAL-UNITS    DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-HIST-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-TRANSFERS SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-XFR-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT XFER-HIST-FILE
           IF NOT WS-XFH-FILE-OK
               GO TO ADD-TRANSFERS-EXIT
           END-IF

           PERFORM READ-XFER-RECORD THRU READ-XFER-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE XFER-HIST-FILE
          .
       ADD-TRANSFERS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-XFER-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    a transfer is placed on its effective date, with the date
      *>    it was keyed alongside
           READ XFER-HIST-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-XFER-RECORD-EXIT
           END-READ

           IF XFH-EMPNO NOT = CPY-TML-EMPNO
               GO TO READ-XFER-RECORD-EXIT
           END-IF

           IF WS-XFR-COUNT < WS-XFR-MAX
               ADD 1 TO WS-XFR-COUNT
               SET WS-XFR-IDX TO WS-XFR-COUNT
               MOVE XFH-RUN-DATE  TO WS-XFR-RUN-DATE (WS-XFR-IDX)
               MOVE XFH-FROM-DEPT TO WS-XFR-FROM (WS-XFR-IDX)
               MOVE XFH-TO-DEPT   TO WS-XFR-TO (WS-XFR-IDX)
           END-IF

           MOVE SPACES TO WS-DATE-NUM
           STRING XFH-EFF-DATE (1:4) DELIMITED BY SIZE
                  XFH-EFF-DATE (6:2) DELIMITED BY SIZE
                  XFH-EFF-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-DATE-NUM
           END-STRING
           IF WS-DATE-NUM IS NUMERIC
               MOVE WS-DATE-NUM  TO WS-NEW-DATE
           ELSE
               MOVE XFH-RUN-DATE TO WS-NEW-DATE
           END-IF
           MOVE '00000001'   TO WS-NEW-TIME
           MOVE 'TRANSFER'   TO WS-NEW-SOURCE
           MOVE SPACES       TO WS-NEW-TEXT
           STRING 'TRANSFERRED FROM DEPT ' DELIMITED BY SIZE
                  XFH-FROM-DEPT   DELIMITED BY SIZE
                  ' TO '          DELIMITED BY SIZE
                  XFH-TO-DEPT     DELIMITED BY SIZE
                  ' (KEYED '      DELIMITED BY SIZE
                  XFH-RUN-DATE    DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-XFER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-ARCHIVE-INDEX SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-ARX-COUNT
           MOVE 'N' TO WS-ARX-EOF-SW

           OPEN INPUT ARCHIDX-FILE
           IF WS-ARX-FILE-OK
               PERFORM READ-ARCHIDX-RECORD
                  THRU READ-ARCHIDX-RECORD-EXIT
                  UNTIL WS-ARX-EOF
               CLOSE ARCHIDX-FILE
           END-IF
          .
       LOAD-ARCHIVE-INDEX-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-ARCHIDX-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ARCHIDX-FILE
             AT END
               SET WS-ARX-EOF TO TRUE
             NOT AT END
               IF WS-ARX-COUNT < WS-ARX-MAX
               AND ARX-FILE-NAME NOT = SPACES
                   ADD 1 TO WS-ARX-COUNT
                   SET WS-ARX-IDX TO WS-ARX-COUNT
                   MOVE ARX-FILE-NAME TO WS-ARX-NAME (WS-ARX-IDX)
               END-IF
           END-READ
          .
       READ-ARCHIDX-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-AUDIT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    one audit source, named in WS-AUDIT-FILE-NAME
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUD-FILE-OK
               GO TO ADD-AUDIT-FILE-EXIT
           END-IF

           PERFORM READ-AUDIT-LINE THRU READ-AUDIT-LINE-EXIT
              UNTIL WS-EOF

           CLOSE AUDIT-FILE
          .
       ADD-AUDIT-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-AUDIT-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    only what changed is described: DEPT, JOB and SALARY each
      *>    appear when the before and after images differ
           READ AUDIT-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-AUDIT-LINE-EXIT
           END-READ

           MOVE AUDIT-LINE (1:95) TO WS-WORK-LINE
           IF WS-WORK-LINE (19:6) NOT = 'EMPNO='
           OR WS-WORK-LINE (25:6) NOT = CPY-TML-EMPNO
               GO TO READ-AUDIT-LINE-EXIT
           END-IF

      *>    a department-only change keyed the same day as a transfer
      *>    between the same departments is that transfer's own line
           IF WS-WORK-LINE (39:3) NOT = WS-WORK-LINE (71:3)
           AND WS-WORK-LINE (43:8) = WS-WORK-LINE (75:8)
           AND WS-WORK-LINE (52:12) = WS-WORK-LINE (84:12)
               MOVE 'N' TO WS-XFR-MATCH-SW
               PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                  UNTIL WS-XFR-IDX > WS-XFR-COUNT
                     OR WS-XFR-MATCH
                   IF WS-XFR-RUN-DATE (WS-XFR-IDX) = WS-WORK-LINE (1:8)
                   AND WS-XFR-FROM (WS-XFR-IDX) = WS-WORK-LINE (39:3)
                   AND WS-XFR-TO (WS-XFR-IDX)   = WS-WORK-LINE (71:3)
                       SET WS-XFR-MATCH TO TRUE
                   END-IF
               END-PERFORM
               IF WS-XFR-MATCH
                   GO TO READ-AUDIT-LINE-EXIT
               END-IF
           END-IF

           MOVE WS-WORK-LINE (1:8)  TO WS-NEW-DATE
           MOVE WS-WORK-LINE (10:8) TO WS-NEW-TIME
           MOVE 'AUDIT'             TO WS-NEW-SOURCE
           MOVE SPACES              TO WS-NEW-TEXT
           MOVE 1                   TO WS-TEXT-PTR

           IF WS-WORK-LINE (39:3) NOT = WS-WORK-LINE (71:3)
               STRING 'DEPT '             DELIMITED BY SIZE
                      WS-WORK-LINE (39:3) DELIMITED BY SIZE
                      '->'                DELIMITED BY SIZE
                      WS-WORK-LINE (71:3) DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF

           IF WS-WORK-LINE (43:8) NOT = WS-WORK-LINE (75:8)
               STRING 'JOB '              DELIMITED BY SIZE
                      WS-WORK-LINE (43:8) DELIMITED BY SPACE
                      '->'                DELIMITED BY SIZE
                      WS-WORK-LINE (75:8) DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF

           IF WS-WORK-LINE (52:12) NOT = WS-WORK-LINE (84:12)
               STRING 'SALARY'             DELIMITED BY SIZE
                      WS-WORK-LINE (52:12) DELIMITED BY SIZE
                      ' ->'                DELIMITED BY SIZE
                      WS-WORK-LINE (84:12) DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF

           IF WS-TEXT-PTR = 1
               MOVE 'ROW CHANGED - DEPT, JOB AND SALARY AS BEFORE'
                 TO WS-NEW-TEXT
           END-IF

           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-AUDIT-LINE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-STATUS SECTION.
      *>------------------------------------------------------------------------
      *>    the status store keeps the current period only - the leave
      *>    or suspension under way, or the return to active
           INITIALIZE CPY-EMPSTAT-REC
           SET CPY-ESTA-SELECT TO TRUE
           MOVE CPY-TML-EMPNO TO CPY-ESTA-EMPNO
           CALL WS-ESTA-PGM USING CPY-EMPSTAT-REC END-CALL

           IF NOT CPY-ESTA-SUCCESS
               GO TO ADD-STATUS-EXIT
           END-IF

           MOVE CPY-ESTA-EFF-DATE TO WS-NEW-DATE
           MOVE '00000002'        TO WS-NEW-TIME
           MOVE 'STATUS'          TO WS-NEW-SOURCE
           MOVE SPACES            TO WS-NEW-TEXT
           MOVE 1                 TO WS-TEXT-PTR

           EVALUATE TRUE
             WHEN CPY-ESTA-LEAVE
               STRING 'ON LEAVE' DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
             WHEN CPY-ESTA-SUSPENDED
               STRING 'SUSPENDED' DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
             WHEN OTHER
               STRING 'BACK TO ACTIVE' DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-EVALUATE

           IF (CPY-ESTA-LEAVE OR CPY-ESTA-SUSPENDED)
               IF CPY-ESTA-RETURN-DATE > 0
                   STRING ' - EXPECTED BACK ' DELIMITED BY SIZE
                          CPY-ESTA-RETURN-DATE DELIMITED BY SIZE
                          INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
                   END-STRING
               ELSE
                   STRING ' - NO RETURN DATE KEYED' DELIMITED BY SIZE
                          INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
                   END-STRING
               END-IF
           END-IF

           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       ADD-STATUS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-CONTACTS SECTION.
      *>------------------------------------------------------------------------
      *>    every address that left the contact master, then the one
      *>    on it today
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CONT-ARCH-FILE
           IF WS-CAR-FILE-OK
               PERFORM READ-CONT-ARCH-RECORD
                  THRU READ-CONT-ARCH-RECORD-EXIT
                  UNTIL WS-EOF
               CLOSE CONT-ARCH-FILE
           END-IF

           INITIALIZE CPY-CONTACT
           SET CPY-CONT-SELECT TO TRUE
           MOVE CPY-TML-EMPNO TO CPY-CONT-EMPNO
           CALL WS-CONT-PGM USING CPY-CONTACT END-CALL

           IF CPY-CONT-SUCCESS
               MOVE WS-RUN-DATE  TO WS-NEW-DATE
               MOVE '99999997'   TO WS-NEW-TIME
               MOVE 'CONTACT'    TO WS-NEW-SOURCE
               MOVE SPACES       TO WS-NEW-TEXT
               STRING 'ADDRESS ON FILE - ' DELIMITED BY SIZE
                      CPY-CONT-STREET DELIMITED BY '  '
                      ', '            DELIMITED BY SIZE
                      CPY-CONT-CITY   DELIMITED BY '  '
                      ' '             DELIMITED BY SIZE
                      CPY-CONT-STATE  DELIMITED BY SIZE
                      INTO WS-NEW-TEXT
               END-STRING
               PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
           END-IF
          .
       ADD-CONTACTS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CONT-ARCH-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CONT-ARCH-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-CONT-ARCH-RECORD-EXIT
           END-READ

           MOVE CAR-CONT-IMAGE TO CONT-RECORD
           IF CONT-EMPNO NOT = CPY-TML-EMPNO
               GO TO READ-CONT-ARCH-RECORD-EXIT
           END-IF

           MOVE CAR-DEL-DATE TO WS-NEW-DATE
           MOVE '00000003'   TO WS-NEW-TIME
           MOVE 'CONTACT'    TO WS-NEW-SOURCE
           MOVE SPACES       TO WS-NEW-TEXT
           STRING 'ADDRESS ARCHIVED - ' DELIMITED BY SIZE
                  CONT-STREET     DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  CONT-CITY       DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CONT-STATE      DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-CONT-ARCH-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-REJECTS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REJLEDGR-FILE
           IF NOT WS-RJL-FILE-OK
               GO TO ADD-REJECTS-EXIT
           END-IF

           PERFORM READ-REJECT-RECORD THRU READ-REJECT-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE REJLEDGR-FILE
          .
       ADD-REJECTS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-REJECT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ REJLEDGR-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-REJECT-RECORD-EXIT
           END-READ

           IF RJL-KEY NOT = CPY-TML-EMPNO
               GO TO READ-REJECT-RECORD-EXIT
           END-IF

           MOVE RJL-RUN-DATE TO WS-NEW-DATE
           MOVE '00000004'   TO WS-NEW-TIME
           MOVE 'REJECT'     TO WS-NEW-SOURCE
           MOVE SPACES       TO WS-NEW-TEXT
           MOVE 1            TO WS-TEXT-PTR
           STRING 'REJECTED BY '  DELIMITED BY SIZE
                  RJL-SOURCE      DELIMITED BY SPACE
                  ' REASON '      DELIMITED BY SIZE
                  RJL-REASON      DELIMITED BY SIZE
                  INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING

           EVALUATE RJL-STATUS
             WHEN 'R'
               STRING ' - RESOLVED '    DELIMITED BY SIZE
                      RJL-RESOLVED-DATE DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
             WHEN 'A'
               STRING ' - ABANDONED '   DELIMITED BY SIZE
                      RJL-RESOLVED-DATE DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
             WHEN OTHER
               STRING ' - STILL OPEN'   DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-EVALUATE

           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-REJECT-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-PENDING SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PENDING-FILE
           IF NOT WS-PND-FILE-OK
               GO TO ADD-PENDING-EXIT
           END-IF

           PERFORM READ-PENDING-RECORD THRU READ-PENDING-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE PENDING-FILE
          .
       ADD-PENDING-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-PENDING-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    a held transaction is placed on the date it will apply
           READ PENDING-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-PENDING-RECORD-EXIT
           END-READ

           MOVE PENDING-RECORD TO CPY-EMPLOYEE
           IF CPY-EMPNO NOT = CPY-TML-EMPNO
               GO TO READ-PENDING-RECORD-EXIT
           END-IF

           EVALUATE TRUE
             WHEN CPY-EMPLOYEE-ADD
               MOVE 'ADD'      TO WS-OPER-NAME
             WHEN CPY-EMPLOYEE-UPDATE
               MOVE 'UPDATE'   TO WS-OPER-NAME
             WHEN CPY-EMPLOYEE-DELETE
               MOVE 'DELETE'   TO WS-OPER-NAME
             WHEN CPY-EMPLOYEE-TRANSFER
               MOVE 'TRANSFER' TO WS-OPER-NAME
             WHEN OTHER
               MOVE CPY-EMP-OPERATION TO WS-OPER-NAME
           END-EVALUATE

           MOVE CPY-HIREDATE-TO TO EXT-HIREDATE
           PERFORM ISO-DATE-TO-NUM THRU ISO-DATE-TO-NUM-EXIT
           MOVE WS-DATE-NUM  TO WS-NEW-DATE
           MOVE '00000005'   TO WS-NEW-TIME
           MOVE 'PENDING'    TO WS-NEW-SOURCE
           MOVE SPACES       TO WS-NEW-TEXT
           MOVE 1            TO WS-TEXT-PTR
           STRING 'HELD ' DELIMITED BY SIZE
                  WS-OPER-NAME    DELIMITED BY SPACE
                  ' - EFFECTIVE ' DELIMITED BY SIZE
                  CPY-HIREDATE-TO DELIMITED BY SIZE
                  INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
           END-STRING
           IF CPY-EMPLOYEE-TRANSFER
               STRING ' TO DEPT '  DELIMITED BY SIZE
                      CPY-WORKDEPT DELIMITED BY SIZE
                      INTO WS-NEW-TEXT WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF

           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-PENDING-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-APPROVALS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT APPQUE-FILE
           IF NOT WS-APQ-FILE-OK
               GO TO ADD-APPROVALS-EXIT
           END-IF

           PERFORM READ-APPQUE-RECORD THRU READ-APPQUE-RECORD-EXIT
              UNTIL WS-EOF

           CLOSE APPQUE-FILE
          .
       ADD-APPROVALS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-APPQUE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ APPQUE-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-APPQUE-RECORD-EXIT
           END-READ

           IF APQ-IMAGE (6:6) NOT = CPY-TML-EMPNO
               GO TO READ-APPQUE-RECORD-EXIT
           END-IF

           MOVE APQ-HELD-DATE  TO WS-NEW-DATE
           MOVE '00000006'     TO WS-NEW-TIME
           MOVE 'APPROVAL'     TO WS-NEW-SOURCE
           MOVE APQ-OLD-SALARY TO WS-SAL-UNITS
           MOVE APQ-NEW-SALARY TO WS-SAL-UNITS-2
           MOVE SPACES         TO WS-NEW-TEXT
           STRING 'AWAITING SECOND APPROVAL - SALARY' DELIMITED BY SIZE
                  WS-SAL-UNITS    DELIMITED BY SIZE
                  ' ->'           DELIMITED BY SIZE
                  WS-SAL-UNITS-2  DELIMITED BY SIZE
                  INTO WS-NEW-TEXT
           END-STRING
           PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
          .
       READ-APPQUE-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SORT-TIMELINE SECTION.
      *>------------------------------------------------------------------------
      *>    insertion sort on date then time - stable, so entries from
      *>    one store keep the order that store holds them in
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
              UNTIL WS-SORT-I > CPY-TML-COUNT
               MOVE CPY-TML-ENTRY (WS-SORT-I) TO WS-HOLD-ENTRY
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               MOVE 'N' TO WS-PLACED-SW
               PERFORM SHIFT-ONE-ENTRY THRU SHIFT-ONE-ENTRY-EXIT
                  UNTIL WS-PLACED
               MOVE WS-HOLD-ENTRY TO CPY-TML-ENTRY (WS-SORT-J + 1)
           END-PERFORM
          .
       SORT-TIMELINE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SHIFT-ONE-ENTRY SECTION.
      *>------------------------------------------------------------------------
           IF WS-SORT-J = 0
               SET WS-PLACED TO TRUE
           ELSE
               IF CPY-TML-ENTRY (WS-SORT-J) (1:16)
                  > WS-HOLD-ENTRY (1:16)
                   MOVE CPY-TML-ENTRY (WS-SORT-J)
                     TO CPY-TML-ENTRY (WS-SORT-J + 1)
                   SUBTRACT 1 FROM WS-SORT-J
               ELSE
                   SET WS-PLACED TO TRUE
               END-IF
           END-IF
          .
       SHIFT-ONE-ENTRY-EXIT.
          EXIT.

       END PROGRAM DB2TMLN.

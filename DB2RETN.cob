      *>************************************************************************
      *>  SAMPLE PERSONAL-DATA RETENTION PURGE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RETN.cob
      *>
      *> Purpose:      Anonymize the personal data held outside DB2 on
      *>               people terminated longer ago than the retention
      *>               period, and certify what was done
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - who is in scope comes from the employee history
      *>                 store: an EMPNO whose latest termination date
      *>                 (CPY-HIST-TERM-DATE, the HIST-TERM-DATE of its
      *>                 latest spell) is older than the retention period,
      *>                 DB2RETN_YEARS years back from today (default 7)
      *>               - a person back on EMPLOYEE under the same EMPNO
      *>                 (a rehire) is not terminated and is left alone;
      *>                 EMPLOYEE is read through DB2FETCH's row interface
      *>                 the same way DB2DUPP reads it, and a failed
      *>                 connect stops the run before anything is touched
      *>               - people on the legal-hold list (legalhold.txt,
      *>                 DB2RETN_HOLD_FILE) are skipped everywhere and
      *>                 listed with the records that were left in place.
      *>                 One EMPNO per line in cols 1-6, free text (case,
      *>                 requester) from col 8; '*' starts a comment. The
      *>                 file must be there, even if empty: a hold list
      *>                 that has gone missing never means "no holds"
      *>               - the stores scrubbed, each found through the same
      *>                 environment variable its owning program uses:
      *>                   history store     names, phone, birth date,
      *>                   snapshots         salary, bonus, commission
      *>                                     (snapcurr, snapprev and every
      *>                                     retained snapYYYYMM.txt)
      *>                   contact master    street, city, zip, emergency
      *>                   contact archive   contact name and phone,
      *>                                     e-mail
      *>                   audit trail,      the before and after salary
      *>                   audit store and
      *>                   every archive on the audit archive index
      *>                 EMPNO, dates, department, job, education level,
      *>                 sex and the residence state stay, so headcount
      *>                 statistics and bridged-service history still
      *>                 work. An anonymized record carries ANONYMIZED in
      *>                 its surname, street or audit marker column and is
      *>                 never counted twice; xferhist.txt holds only
      *>                 EMPNO, dates and departments and is examined and
      *>                 reported but not changed
      *>               - every file is read back after the rewrite: its
      *>                 record count must not have moved and no record
      *>                 of a person in scope may still be identifiable
      *>               - disposal certificate retncert.txt
      *>                 (DB2RETN_CERT_FILE): every file examined with its
      *>                 record count before and after, the records
      *>                 anonymized, already anonymized and held; each
      *>                 person anonymized and each person held, store by
      *>                 store; and the rehires left out of scope
      *>               - DB2RETN_TRIAL=Y writes the certificate without
      *>                 changing any store, to review before the real run
      *>               - condition code 16 when a store could not be
      *>                 rewritten or does not prove afterwards, 4 when the
      *>                 in-scope table filled; DB2 tables are not touched
      *>
      *>               Take a DB2BKUP generation before the first real
      *>               run: anonymization cannot be undone otherwise.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RETN.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT CONT-FILE ASSIGN TO WS-CONT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CMAST-EMPNO
        FILE STATUS IS WS-CONT-FILE-STATUS.

        SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.

        SELECT ARCHIDX-FILE ASSIGN TO WS-ARCHIDX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARX-FILE-STATUS.

        SELECT FLAT-FILE ASSIGN TO WS-FLAT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT WORK-FILE ASSIGN TO WS-WORK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

        SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the employee history store DB2EHIST maintains
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

      *> the contact master DB2CONT maintains; the record is taken
      *> into the CONDB2CO layout in working storage to be scrubbed
       FD CONT-FILE.
       01 CMAST-RECORD.
           05 CMAST-EMPNO           PIC X(6).
           05 FILLER                PIC X(146).

      *> the legal-hold list
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HOLD-EMPNO            PIC X(6).
           05 FILLER                PIC X(1).
           05 HOLD-REFERENCE        PIC X(40).
           05 FILLER                PIC X(33).

      *> DB2AUDIT's archive index - one archive file name per line
       FD ARCHIDX-FILE.
       01 ARCHIDX-RECORD.
           05 ARX-FILE-NAME         PIC X(40).

      *> any of the line-sequential stores, one at a time
       FD FLAT-FILE.
       01 FLAT-RECORD               PIC X(256).

      *> the scrubbed lines on their way back to the store
       FD WORK-FILE.
       01 WORK-RECORD               PIC X(256).

       FD CERT-FILE.
       01 CERT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

      *> the employee image - EMPLOYEE rows, history spells and
      *> snapshot lines are all scrubbed in this layout
         COPY "EXTDB2CO.cpy".

      *> the contact image - contact master records and the images
      *> on the contact archive are scrubbed in this layout
         COPY "CONDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

      *> runtime-overridable file names and controls
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-CONT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
        01 WS-CARCH-FILE-NAME    PIC X(100) VALUE 'contarch.txt'.
        01 WS-AUDIT-FILE-NAME    PIC X(100) VALUE 'audit.txt'.
        01 WS-AUDSTORE-FILE-NAME PIC X(100) VALUE 'audstore.txt'.
        01 WS-ARCHIDX-FILE-NAME  PIC X(100) VALUE 'audarch.idx'.
        01 WS-XFER-FILE-NAME     PIC X(100) VALUE 'xferhist.txt'.
        01 WS-SNAPCURR-FILE-NAME PIC X(100) VALUE 'snapcurr.txt'.
        01 WS-SNAPPREV-FILE-NAME PIC X(100) VALUE 'snapprev.txt'.
        01 WS-HOLD-FILE-NAME     PIC X(100) VALUE 'legalhold.txt'.
        01 WS-CERT-FILE-NAME     PIC X(100) VALUE 'retncert.txt'.
        01 WS-WORK-FILE-NAME     PIC X(100) VALUE 'retnwork.wk1'.
        01 WS-FLAT-FILE-NAME     PIC X(100).

        01 WS-YEARS-IN           PIC X(2).
        01 WS-RETAIN-YEARS       PIC 9(2) VALUE 7.
        01 WS-TRIAL-IN           PIC X(1).
        01 WS-TRIAL-SW           PIC X(1) VALUE 'N'.
           88 WS-TRIAL-RUN           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.
           88 WS-HIST-FILE-MISSING   VALUE '35'.
        01 WS-CONT-FILE-STATUS   PIC XX.
           88 WS-CONT-FILE-OK        VALUE '00'.
           88 WS-CONT-FILE-MISSING   VALUE '35'.
        01 WS-HOLD-FILE-STATUS   PIC XX.
           88 WS-HOLD-FILE-OK        VALUE '00'.
        01 WS-ARX-FILE-STATUS    PIC XX.
           88 WS-ARX-FILE-OK         VALUE '00'.
        01 WS-FLAT-FILE-STATUS   PIC XX.
           88 WS-FLAT-FILE-OK        VALUE '00'.
           88 WS-FLAT-FILE-MISSING   VALUE '35'.
        01 WS-WORK-FILE-STATUS   PIC XX.
           88 WS-WORK-FILE-OK        VALUE '00'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.
        01 WS-FETCH-ERROR-SW     PIC X VALUE 'N'.
           88 WS-FETCH-ERROR         VALUE 'Y'.
        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
        01 WS-CONT-EOF-SW        PIC X VALUE 'N'.
           88 WS-CONT-EOF            VALUE 'Y'.
        01 WS-HOLD-EOF-SW        PIC X VALUE 'N'.
           88 WS-HOLD-EOF            VALUE 'Y'.
        01 WS-ARX-EOF-SW         PIC X VALUE 'N'.
           88 WS-ARX-EOF             VALUE 'Y'.
        01 WS-FLAT-EOF-SW        PIC X VALUE 'N'.
           88 WS-FLAT-EOF            VALUE 'Y'.
        01 WS-WORK-EOF-SW        PIC X VALUE 'N'.
           88 WS-WORK-EOF            VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(4).
           05 WS-RUN-MMDD           PIC 9(4).
        01 WS-CUTOFF-DATE        PIC 9(8).
        01 WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE
                                 PIC X(8).

      *> everyone in scope, in EMPNO order as the history store's
      *> alternate key gives them; STATE is P(urge), H(eld) or
      *> E(mployed again - out of scope); HITS counts, per store, the
      *> records anonymized (P) or left in place for the hold (H)
        01 WS-PRG-COUNT          PIC 9(5) VALUE 0.
        01 WS-PRG-MAX            PIC 9(5) VALUE 10000.
        01 WS-PRG-TAB.
           05 WS-PRG-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-PRG-IDX.
              10 WS-PRG-EMPNO       PIC X(6).
              10 WS-PRG-TERM        PIC X(8).
              10 WS-PRG-STATE       PIC X(1).
                 88 WS-PRG-PURGE        VALUE 'P'.
                 88 WS-PRG-HELD         VALUE 'H'.
                 88 WS-PRG-EMPLOYED     VALUE 'E'.
              10 WS-PRG-HOLD-REF    PIC X(40).
              10 WS-PRG-HITS        PIC 9(5) OCCURS 8 TIMES.
        01 WS-PRG-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-PRG-OVERFLOW        VALUE 'Y'.

      *> the history spell being grouped by EMPNO on the first pass
        01 WS-GRP-EMPNO          PIC X(6) VALUE SPACES.
        01 WS-GRP-TERM           PIC X(8) VALUE SPACES.
        01 WS-HIST-SPELLS        PIC 9(7) VALUE 0.

      *> binary search of the in-scope table
        01 WS-LOOK-EMPNO         PIC X(6).
        01 WS-LOOK-LO            PIC 9(5) COMP VALUE 0.
        01 WS-LOOK-HI            PIC 9(5) COMP VALUE 0.
        01 WS-LOOK-MID           PIC 9(5) COMP VALUE 0.
        01 WS-LOOK-SLOT          PIC 9(5) VALUE 0.
        01 WS-LOOK-FOUND-SW      PIC X VALUE 'N'.
           88 WS-LOOK-FOUND          VALUE 'Y'.

        01 WS-HOLD-LINES         PIC 9(5) VALUE 0.
        01 WS-HOLD-MATCHED       PIC 9(5) VALUE 0.
        01 WS-EMP-ROWS           PIC 9(7) VALUE 0.
        01 WS-CNT-PURGE          PIC 9(5) VALUE 0.
        01 WS-CNT-HELD           PIC 9(5) VALUE 0.
        01 WS-CNT-EMPLOYED       PIC 9(5) VALUE 0.

      *> the stores, in certificate order; LAYOUT is E(mployee image
      *> from col 1), C(ontact image from col 10), A(udit line) or
      *> X (transfer line - nothing personal on it)
        01 WS-STORE-VALUES.
           05 FILLER PIC X(9) VALUE "HISTORY E".
           05 FILLER PIC X(9) VALUE "CONTACT C".
           05 FILLER PIC X(9) VALUE "CONTARCHC".
           05 FILLER PIC X(9) VALUE "AUDTRAILA".
           05 FILLER PIC X(9) VALUE "AUDSTOREA".
           05 FILLER PIC X(9) VALUE "AUDARCH A".
           05 FILLER PIC X(9) VALUE "XFERHISTX".
           05 FILLER PIC X(9) VALUE "SNAPSHOTE".
        01 WS-STORE-TAB REDEFINES WS-STORE-VALUES.
           05 WS-STORE-ENTRY OCCURS 8 TIMES.
              10 WS-STORE-ID        PIC X(8).
              10 WS-STORE-LAYOUT    PIC X(1).
        01 WS-STORE-NO           PIC 9(1) VALUE 0.
        01 WS-STORE-TOTALS.
           05 WS-STT-ENTRY OCCURS 8 TIMES.
              10 WS-STT-FILES       PIC 9(4).
              10 WS-STT-BEFORE      PIC 9(9).
              10 WS-STT-AFTER       PIC 9(9).
              10 WS-STT-ANON        PIC 9(9).
              10 WS-STT-PRIOR       PIC 9(9).
              10 WS-STT-HELD        PIC 9(9).
              10 WS-STT-IDENT       PIC 9(9).

      *> the file in hand: records before and after, anonymized this
      *> run, anonymized by an earlier run, left for a hold, and
      *> still identifiable for someone in scope once rewritten
        01 WS-F-BEFORE           PIC 9(9) VALUE 0.
        01 WS-F-AFTER            PIC 9(9) VALUE 0.
        01 WS-F-ANON             PIC 9(9) VALUE 0.
        01 WS-F-PRIOR            PIC 9(9) VALUE 0.
        01 WS-F-HELD             PIC 9(9) VALUE 0.
        01 WS-F-IDENT            PIC 9(9) VALUE 0.
        01 WS-F-NOTE             PIC X(30).
        01 WS-F-REPORT-ABSENT-SW PIC X VALUE 'Y'.
           88 WS-F-REPORT-ABSENT     VALUE 'Y'.
        01 WS-FAILED-FILES       PIC 9(4) VALUE 0.

      *> the record in hand and what the scrub made of it
        01 WS-LINE               PIC X(256).
        01 WS-REC-EMPNO          PIC X(6).
        01 WS-REC-ANON-SW        PIC X VALUE 'N'.
           88 WS-REC-ANONYMIZED      VALUE 'Y'.
        01 WS-REC-ACTION         PIC X(1).
           88 WS-REC-LEAVE           VALUE 'L'.
           88 WS-REC-SCRUB           VALUE 'S'.
        01 WS-VERIFY-SW          PIC X VALUE 'N'.
           88 WS-VERIFY-PASS         VALUE 'Y'.
        01 WS-ANON-MARK          PIC X(10) VALUE 'ANONYMIZED'.

      *> the audit archives named on DB2AUDIT's index
        01 WS-ARX-COUNT          PIC 9(4) VALUE 0.
        01 WS-ARX-MAX            PIC 9(4) VALUE 500.
        01 WS-ARX-TAB.
           05 WS-ARX-NAME PIC X(40) OCCURS 500 TIMES
                          INDEXED BY WS-ARX-IDX.

      *> retained month-end snapshots are looked for month by month
      *> over the last fifty years, up to the current month
        01 WS-SNAP-YEAR          PIC 9(4).
        01 WS-SNAP-MONTH         PIC 9(2).
        01 WS-SNAP-FIRST-YEAR    PIC 9(4).
        01 WS-SNAP-PERIOD        PIC 9(6).

        01 WS-SUB                PIC 9(1) VALUE 0.

        01 WS-CERT-HDR-1.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(47)
              VALUE "DB2RETN - PERSONAL-DATA DISPOSAL CERTIFICATE - ".
           05 WS-CH1-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CH1-TRIAL          PIC X(40).
           05 FILLER                PIC X(34) VALUE SPACES.

        01 WS-CERT-HDR-2.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(20)
              VALUE "RETENTION PERIOD  : ".
           05 WS-CH2-YEARS          PIC Z9.
           05 FILLER                PIC X(40)
              VALUE " YEARS - TERMINATED BEFORE              ".
           05 WS-CH2-CUTOFF         PIC 9(8).
           05 FILLER                PIC X(61) VALUE SPACES.

        01 WS-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-SEC-TEXT           PIC X(131).

        01 WS-FILE-HDG-LINE.
           05 FILLER PIC X(10) VALUE "STORE".
           05 FILLER PIC X(42) VALUE "FILE".
           05 FILLER PIC X(10) VALUE "   BEFORE".
           05 FILLER PIC X(10) VALUE "    AFTER".
           05 FILLER PIC X(10) VALUE "     ANON".
           05 FILLER PIC X(10) VALUE "  ALREADY".
           05 FILLER PIC X(10) VALUE "     HELD".
           05 FILLER PIC X(10) VALUE "  IDENT'L".
           05 FILLER PIC X(20) VALUE "  NOTE".

        01 WS-FILE-LINE.
           05 WS-FL-STORE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-FL-FILE            PIC X(40).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-FL-BEFORE          PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-AFTER           PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-ANON            PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-PRIOR           PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-HELD            PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-FL-IDENT           PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-FL-NOTE            PIC X(16).

        01 WS-PERSON-HDG-LINE.
           05 FILLER PIC X(8)  VALUE "EMPNO".
           05 FILLER PIC X(10) VALUE "TERMINATED".
           05 FILLER PIC X(9)  VALUE "  HISTORY".
           05 FILLER PIC X(9)  VALUE "  CONTACT".
           05 FILLER PIC X(9)  VALUE " CONTARCH".
           05 FILLER PIC X(9)  VALUE " AUDTRAIL".
           05 FILLER PIC X(9)  VALUE " AUDSTORE".
           05 FILLER PIC X(9)  VALUE "  AUDARCH".
           05 FILLER PIC X(9)  VALUE " SNAPSHOT".
           05 FILLER PIC X(51) VALUE "  HOLD REFERENCE".

        01 WS-PERSON-LINE.
           05 WS-PL-EMPNO           PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-TERM            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-COLS.
              10 WS-PL-COL OCCURS 7 TIMES.
                 15 WS-PL-HITS      PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-PL-HOLD-REF        PIC X(40).
           05 FILLER                PIC X(9)  VALUE SPACES.

        01 WS-EMPLOYED-LINE.
           05 WS-EL-EMPNO           PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-TERM            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(40)
              VALUE "BACK ON EMPLOYEE - NOT TERMINATED".
           05 FILLER                PIC X(74) VALUE SPACES.

        01 WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-CL-LABEL           PIC X(40).
           05 WS-CL-VALUE           PIC Z(8)9.
           05 FILLER                PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RETN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2RETN: INSIDE PERSONAL-DATA RETENTION PURGE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-IN-SCOPE-PEOPLE THRU LOAD-IN-SCOPE-PEOPLE-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           PERFORM APPLY-LEGAL-HOLDS THRU APPLY-LEGAL-HOLDS-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2RETN: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2RETN: " LN-MSG-1 OF LN-MOD
               DISPLAY "DB2RETN: REHIRES CANNOT BE TOLD APART -"
                   " NOTHING ANONYMIZED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EXCLUDE-CURRENT-EMPLOYEES
              THRU EXCLUDE-CURRENT-EMPLOYEES-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-FETCH-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COUNT-PEOPLE-BY-STATE
              THRU COUNT-PEOPLE-BY-STATE-EXIT

           OPEN OUTPUT CERT-FILE
           PERFORM WRITE-CERT-HEADER THRU WRITE-CERT-HEADER-EXIT

      *>    the stores, one by one; each file writes its own line on
      *>    the certificate as it is finished
           PERFORM SCRUB-HISTORY-STORE THRU SCRUB-HISTORY-STORE-EXIT

           PERFORM SCRUB-CONTACT-MASTER
              THRU SCRUB-CONTACT-MASTER-EXIT

           MOVE 3 TO WS-STORE-NO
           MOVE WS-CARCH-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           MOVE 4 TO WS-STORE-NO
           MOVE WS-AUDIT-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           MOVE 5 TO WS-STORE-NO
           MOVE WS-AUDSTORE-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           PERFORM SCRUB-AUDIT-ARCHIVES
              THRU SCRUB-AUDIT-ARCHIVES-EXIT

           MOVE 7 TO WS-STORE-NO
           MOVE WS-XFER-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           PERFORM SCRUB-SNAPSHOTS THRU SCRUB-SNAPSHOTS-EXIT

           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME END-CALL
           MOVE 0 TO RETURN-CODE

           PERFORM WRITE-CERT-PEOPLE THRU WRITE-CERT-PEOPLE-EXIT

           CLOSE CERT-FILE

           DISPLAY "DB2RETN: ========= RETENTION SUMMARY =========="
           DISPLAY "DB2RETN: TERMINATED BEFORE   : " WS-CUTOFF-DATE
           DISPLAY "DB2RETN: HISTORY SPELLS READ : " WS-HIST-SPELLS
           DISPLAY "DB2RETN: PEOPLE ANONYMIZED   : " WS-CNT-PURGE
           DISPLAY "DB2RETN: PEOPLE ON HOLD      : " WS-CNT-HELD
           DISPLAY "DB2RETN: REHIRES LEFT ALONE  : " WS-CNT-EMPLOYED
           DISPLAY "DB2RETN: FILES THAT FAILED   : " WS-FAILED-FILES
           DISPLAY "DB2RETN: CERTIFICATE         : "
               WS-CERT-FILE-NAME
           IF WS-TRIAL-RUN
               DISPLAY "DB2RETN: TRIAL RUN - NO STORE WAS CHANGED"
           END-IF
           DISPLAY "DB2RETN: ======================================"

           IF WS-PRG-OVERFLOW
               DISPLAY "DB2RETN: *** MORE THAN " WS-PRG-MAX
                   " PEOPLE IN SCOPE - THE REST WAIT FOR THE NEXT"
                   " RUN ***"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-FAILED-FILES > 0
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "DB2RETN: EXITING PERSONAL-DATA RETENTION PURGE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2RETN-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-CONT-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_MASTER_FILE"
           IF WS-CONT-FILE-NAME = SPACE
               MOVE 'contact.dat' TO WS-CONT-FILE-NAME
           END-IF

           ACCEPT WS-CARCH-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_ARCHIVE_FILE"
           IF WS-CARCH-FILE-NAME = SPACE
               MOVE 'contarch.txt' TO WS-CARCH-FILE-NAME
           END-IF

           ACCEPT WS-AUDIT-FILE-NAME
              FROM ENVIRONMENT "DB2UPDT_AUDIT_FILE"
           IF WS-AUDIT-FILE-NAME = SPACE
               MOVE 'audit.txt' TO WS-AUDIT-FILE-NAME
           END-IF

           ACCEPT WS-AUDSTORE-FILE-NAME
              FROM ENVIRONMENT "DB2AUDIT_STORE_FILE"
           IF WS-AUDSTORE-FILE-NAME = SPACE
               MOVE 'audstore.txt' TO WS-AUDSTORE-FILE-NAME
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

           ACCEPT WS-SNAPCURR-FILE-NAME
              FROM ENVIRONMENT "DB2SNAP_CURR_FILE"
           IF WS-SNAPCURR-FILE-NAME = SPACE
               MOVE 'snapcurr.txt' TO WS-SNAPCURR-FILE-NAME
           END-IF

           ACCEPT WS-SNAPPREV-FILE-NAME
              FROM ENVIRONMENT "DB2SNAP_PREV_FILE"
           IF WS-SNAPPREV-FILE-NAME = SPACE
               MOVE 'snapprev.txt' TO WS-SNAPPREV-FILE-NAME
           END-IF

           ACCEPT WS-HOLD-FILE-NAME
              FROM ENVIRONMENT "DB2RETN_HOLD_FILE"
           IF WS-HOLD-FILE-NAME = SPACE
               MOVE 'legalhold.txt' TO WS-HOLD-FILE-NAME
           END-IF

           ACCEPT WS-CERT-FILE-NAME
              FROM ENVIRONMENT "DB2RETN_CERT_FILE"
           IF WS-CERT-FILE-NAME = SPACE
               MOVE 'retncert.txt' TO WS-CERT-FILE-NAME
           END-IF

           ACCEPT WS-WORK-FILE-NAME
              FROM ENVIRONMENT "DB2RETN_WORK_FILE"
           IF WS-WORK-FILE-NAME = SPACE
               MOVE 'retnwork.wk1' TO WS-WORK-FILE-NAME
           END-IF

      *>    one or two digits; anything else keeps the policy's seven
           ACCEPT WS-YEARS-IN FROM ENVIRONMENT "DB2RETN_YEARS"
           IF WS-YEARS-IN (2:1) = SPACE AND WS-YEARS-IN (1:1) IS NUMERIC
               MOVE WS-YEARS-IN (1:1) TO WS-RETAIN-YEARS
           ELSE
           IF WS-YEARS-IN IS NUMERIC
               MOVE WS-YEARS-IN TO WS-RETAIN-YEARS
           END-IF
           END-IF
           IF WS-RETAIN-YEARS = 0
               MOVE 7 TO WS-RETAIN-YEARS
           END-IF

           ACCEPT WS-TRIAL-IN FROM ENVIRONMENT "DB2RETN_TRIAL"
           IF WS-TRIAL-IN = 'Y' OR WS-TRIAL-IN = 'y'
               SET WS-TRIAL-RUN TO TRUE
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

      *>    terminated before the same day of the year the retention
      *>    period ago; a 29 February cutoff still compares correctly
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE
                                  - WS-RETAIN-YEARS * 10000

           DISPLAY "DB2RETN: HISTORY STORE     = " WS-HIST-FILE-NAME
           DISPLAY "DB2RETN: LEGAL-HOLD LIST   = " WS-HOLD-FILE-NAME
           DISPLAY "DB2RETN: RETENTION YEARS   = " WS-RETAIN-YEARS
           DISPLAY "DB2RETN: TERMINATED BEFORE = " WS-CUTOFF-DATE
           IF WS-TRIAL-RUN
               DISPLAY "DB2RETN: TRIAL RUN - STORES WILL NOT BE CHANGED"
           END-IF
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-IN-SCOPE-PEOPLE SECTION.
      *>------------------------------------------------------------------------
      *>    the history store read in EMPNO order along its alternate
      *>    key, so a person's spells arrive together and the table is
      *>    built already in EMPNO order for the binary search
           MOVE 0 TO WS-PRG-COUNT
           MOVE SPACES TO WS-GRP-EMPNO
           MOVE SPACES TO WS-GRP-TERM
           MOVE 'N' TO WS-HIST-EOF-SW

           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-MISSING
               DISPLAY "DB2RETN: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - NOBODY IS IN SCOPE"
               GO TO LOAD-IN-SCOPE-PEOPLE-EXIT
           END-IF
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2RETN: HISTORY STORE " WS-HIST-FILE-NAME
                  " WOULD NOT OPEN - STATUS " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-IN-SCOPE-PEOPLE-EXIT
           END-IF

           MOVE LOW-VALUES TO HIST-EMPNO
           START HIST-FILE KEY IS NOT LESS THAN HIST-EMPNO
             INVALID KEY
               SET WS-HIST-EOF TO TRUE
           END-START

           PERFORM READ-HISTORY-SPELL THRU READ-HISTORY-SPELL-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE

      *>    the last person read still has to be placed
           PERFORM ADD-IN-SCOPE-PERSON THRU ADD-IN-SCOPE-PERSON-EXIT
           .
       LOAD-IN-SCOPE-PEOPLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HISTORY-SPELL SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE NEXT RECORD
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO READ-HISTORY-SPELL-EXIT
           END-READ

           ADD 1 TO WS-HIST-SPELLS

           IF HIST-EMPNO NOT = WS-GRP-EMPNO
               PERFORM ADD-IN-SCOPE-PERSON
                  THRU ADD-IN-SCOPE-PERSON-EXIT
               MOVE HIST-EMPNO     TO WS-GRP-EMPNO
               MOVE HIST-TERM-DATE TO WS-GRP-TERM
           ELSE
               IF HIST-TERM-DATE > WS-GRP-TERM
                   MOVE HIST-TERM-DATE TO WS-GRP-TERM
               END-IF
           END-IF
           .
       READ-HISTORY-SPELL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-IN-SCOPE-PERSON SECTION.
      *>------------------------------------------------------------------------
      *>    a person is in scope on their latest spell only - an older
      *>    spell of someone terminated again last year is not
           IF WS-GRP-EMPNO = SPACES
           OR WS-GRP-TERM NOT < WS-CUTOFF-X
               GO TO ADD-IN-SCOPE-PERSON-EXIT
           END-IF

           IF WS-PRG-COUNT >= WS-PRG-MAX
               SET WS-PRG-OVERFLOW TO TRUE
               GO TO ADD-IN-SCOPE-PERSON-EXIT
           END-IF

           ADD 1 TO WS-PRG-COUNT
           SET WS-PRG-IDX TO WS-PRG-COUNT
           MOVE WS-GRP-EMPNO TO WS-PRG-EMPNO (WS-PRG-IDX)
           MOVE WS-GRP-TERM  TO WS-PRG-TERM (WS-PRG-IDX)
           MOVE 'P'          TO WS-PRG-STATE (WS-PRG-IDX)
           MOVE SPACES       TO WS-PRG-HOLD-REF (WS-PRG-IDX)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
               MOVE 0 TO WS-PRG-HITS (WS-PRG-IDX WS-SUB)
           END-PERFORM
           .
       ADD-IN-SCOPE-PERSON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       APPLY-LEGAL-HOLDS SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-HOLD-EOF-SW

           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "DB2RETN: LEGAL-HOLD LIST " WS-HOLD-FILE-NAME
                  " NOT ON FILE - NOTHING ANONYMIZED"
               DISPLAY "DB2RETN: AN EMPTY LIST IS NEEDED WHEN NOBODY"
                  " IS ON HOLD"
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-LEGAL-HOLDS-EXIT
           END-IF

           PERFORM READ-HOLD-LINE THRU READ-HOLD-LINE-EXIT
              UNTIL WS-HOLD-EOF
           CLOSE HOLD-FILE

           DISPLAY "DB2RETN: " WS-HOLD-LINES " EMPNO(S) ON LEGAL HOLD, "
              WS-HOLD-MATCHED " OF THEM IN SCOPE"
           .
       APPLY-LEGAL-HOLDS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HOLD-LINE SECTION.
      *>------------------------------------------------------------------------
           READ HOLD-FILE
             AT END
               SET WS-HOLD-EOF TO TRUE
               GO TO READ-HOLD-LINE-EXIT
           END-READ

           IF HOLD-RECORD (1:1) = '*'
           OR HOLD-EMPNO = SPACES
               GO TO READ-HOLD-LINE-EXIT
           END-IF

           ADD 1 TO WS-HOLD-LINES
           MOVE HOLD-EMPNO TO WS-LOOK-EMPNO
           PERFORM FIND-PERSON THRU FIND-PERSON-EXIT

           IF WS-LOOK-FOUND
               SET WS-PRG-IDX TO WS-LOOK-SLOT
               IF NOT WS-PRG-HELD (WS-PRG-IDX)
                   ADD 1 TO WS-HOLD-MATCHED
               END-IF
               MOVE 'H' TO WS-PRG-STATE (WS-PRG-IDX)
               MOVE HOLD-REFERENCE TO WS-PRG-HOLD-REF (WS-PRG-IDX)
           END-IF
           .
       READ-HOLD-LINE-EXIT.
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
               DISPLAY "DB2RETN: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2RETN: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       EXCLUDE-CURRENT-EMPLOYEES SECTION.
      *>------------------------------------------------------------------------
      *>    all of EMPLOYEE comes back through DB2FETCH's called row
      *>    interface; anyone on it is employed, whatever history says
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2RETN: EMPLOYEE CURSOR WOULD NOT OPEN -"
                  " NOTHING ANONYMIZED"
               SET WS-FETCH-ERROR TO TRUE
               GO TO EXCLUDE-CURRENT-EMPLOYEES-EXIT
           END-IF

           PERFORM EXCLUDE-ONE-EMPLOYEE THRU EXCLUDE-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       EXCLUDE-CURRENT-EMPLOYEES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       EXCLUDE-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

      *>    a fetch that broke off part way would leave rehires
      *>    unrecognised, so only a clean end of data will do here
           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               IF CPY-FR-ERROR
                   DISPLAY "DB2RETN: EMPLOYEE FETCH FAILED AFTER "
                      WS-EMP-ROWS " ROWS - NOTHING ANONYMIZED"
                   SET WS-FETCH-ERROR TO TRUE
               END-IF
               GO TO EXCLUDE-ONE-EMPLOYEE-EXIT
           END-IF

           ADD 1 TO WS-EMP-ROWS
           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
           MOVE EXT-EMPNO TO WS-LOOK-EMPNO
           PERFORM FIND-PERSON THRU FIND-PERSON-EXIT

           IF WS-LOOK-FOUND
               SET WS-PRG-IDX TO WS-LOOK-SLOT
               MOVE 'E' TO WS-PRG-STATE (WS-PRG-IDX)
           END-IF
           .
       EXCLUDE-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COUNT-PEOPLE-BY-STATE SECTION.
      *>------------------------------------------------------------------------
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-COUNT
               EVALUATE TRUE
                 WHEN WS-PRG-PURGE (WS-PRG-IDX)
                   ADD 1 TO WS-CNT-PURGE
                 WHEN WS-PRG-HELD (WS-PRG-IDX)
                   ADD 1 TO WS-CNT-HELD
                 WHEN OTHER
                   ADD 1 TO WS-CNT-EMPLOYED
               END-EVALUATE
           END-PERFORM
           .
       COUNT-PEOPLE-BY-STATE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-PERSON SECTION.
      *>------------------------------------------------------------------------
      *>    binary search of the in-scope table for WS-LOOK-EMPNO; the
      *>    slot comes back in WS-LOOK-SLOT
           MOVE 'N' TO WS-LOOK-FOUND-SW
           MOVE 0 TO WS-LOOK-SLOT
           MOVE 1 TO WS-LOOK-LO
           MOVE WS-PRG-COUNT TO WS-LOOK-HI

           PERFORM UNTIL WS-LOOK-FOUND OR WS-LOOK-LO > WS-LOOK-HI
               COMPUTE WS-LOOK-MID = (WS-LOOK-LO + WS-LOOK-HI) / 2
               EVALUATE TRUE
                 WHEN WS-PRG-EMPNO (WS-LOOK-MID) = WS-LOOK-EMPNO
                   SET WS-LOOK-FOUND TO TRUE
                   MOVE WS-LOOK-MID TO WS-LOOK-SLOT
                 WHEN WS-PRG-EMPNO (WS-LOOK-MID) < WS-LOOK-EMPNO
                   COMPUTE WS-LOOK-LO = WS-LOOK-MID + 1
                 WHEN OTHER
                   IF WS-LOOK-MID = 1
                       MOVE 0 TO WS-LOOK-HI
                   ELSE
                       COMPUTE WS-LOOK-HI = WS-LOOK-MID - 1
                   END-IF
               END-EVALUATE
           END-PERFORM
           .
       FIND-PERSON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-HISTORY-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    rewritten in place; the key (termination date and EMPNO)
      *>    is kept, so no spell moves
           MOVE 1 TO WS-STORE-NO
           MOVE WS-HIST-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM RESET-FILE-COUNTS THRU RESET-FILE-COUNTS-EXIT
           MOVE 'N' TO WS-VERIFY-SW
           MOVE 'N' TO WS-HIST-EOF-SW

           IF WS-TRIAL-RUN
               OPEN INPUT HIST-FILE
           ELSE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-FILE-MISSING
               MOVE "NOT ON FILE" TO WS-F-NOTE
               GO TO SCRUB-HISTORY-STORE-WRITE
           END-IF
           IF NOT WS-HIST-FILE-OK
               MOVE "WOULD NOT OPEN" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO SCRUB-HISTORY-STORE-WRITE
           END-IF

           PERFORM SCRUB-HISTORY-SPELL THRU SCRUB-HISTORY-SPELL-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE

      *>    read back: same number of spells, nobody in scope still
      *>    identifiable
           SET WS-VERIFY-PASS TO TRUE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT HIST-FILE
           PERFORM SCRUB-HISTORY-SPELL THRU SCRUB-HISTORY-SPELL-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE

           PERFORM CHECK-FILE-PROVES THRU CHECK-FILE-PROVES-EXIT
           .
       SCRUB-HISTORY-STORE-WRITE.
           PERFORM WRITE-FILE-LINE THRU WRITE-FILE-LINE-EXIT
           .
       SCRUB-HISTORY-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-HISTORY-SPELL SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE NEXT RECORD
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO SCRUB-HISTORY-SPELL-EXIT
           END-READ

           MOVE SPACES TO WS-LINE
           MOVE HIST-EMP-IMAGE TO WS-LINE (1:102)
           PERFORM EXAMINE-RECORD THRU EXAMINE-RECORD-EXIT

           IF WS-REC-SCRUB AND NOT WS-TRIAL-RUN
               MOVE WS-LINE (1:102) TO HIST-EMP-IMAGE
               REWRITE HIST-RECORD
               IF NOT WS-HIST-FILE-OK
                   DISPLAY "DB2RETN: HISTORY REWRITE FAILED FOR "
                      HIST-EMPNO " - STATUS " WS-HIST-FILE-STATUS
                   MOVE "REWRITE FAILED" TO WS-F-NOTE
               END-IF
           END-IF
           .
       SCRUB-HISTORY-SPELL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-CONTACT-MASTER SECTION.
      *>------------------------------------------------------------------------
           MOVE 2 TO WS-STORE-NO
           MOVE WS-CONT-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM RESET-FILE-COUNTS THRU RESET-FILE-COUNTS-EXIT
           MOVE 'N' TO WS-VERIFY-SW
           MOVE 'N' TO WS-CONT-EOF-SW

           IF WS-TRIAL-RUN
               OPEN INPUT CONT-FILE
           ELSE
               OPEN I-O CONT-FILE
           END-IF
           IF WS-CONT-FILE-MISSING
               MOVE "NOT ON FILE" TO WS-F-NOTE
               GO TO SCRUB-CONTACT-MASTER-WRITE
           END-IF
           IF NOT WS-CONT-FILE-OK
               MOVE "WOULD NOT OPEN" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO SCRUB-CONTACT-MASTER-WRITE
           END-IF

           PERFORM SCRUB-CONTACT-RECORD THRU SCRUB-CONTACT-RECORD-EXIT
              UNTIL WS-CONT-EOF
           CLOSE CONT-FILE

           SET WS-VERIFY-PASS TO TRUE
           MOVE 'N' TO WS-CONT-EOF-SW
           OPEN INPUT CONT-FILE
           PERFORM SCRUB-CONTACT-RECORD THRU SCRUB-CONTACT-RECORD-EXIT
              UNTIL WS-CONT-EOF
           CLOSE CONT-FILE

           PERFORM CHECK-FILE-PROVES THRU CHECK-FILE-PROVES-EXIT
           .
       SCRUB-CONTACT-MASTER-WRITE.
           PERFORM WRITE-FILE-LINE THRU WRITE-FILE-LINE-EXIT
           .
       SCRUB-CONTACT-MASTER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-CONTACT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the master image sits where the archive carries it, after
      *>    the nine-byte date stamp, so both scrub the same way
           READ CONT-FILE NEXT RECORD
             AT END
               SET WS-CONT-EOF TO TRUE
               GO TO SCRUB-CONTACT-RECORD-EXIT
           END-READ

           MOVE SPACES TO WS-LINE
           MOVE CMAST-RECORD TO WS-LINE (10:152)
           PERFORM EXAMINE-RECORD THRU EXAMINE-RECORD-EXIT

           IF WS-REC-SCRUB AND NOT WS-TRIAL-RUN
               MOVE WS-LINE (10:152) TO CMAST-RECORD
               REWRITE CMAST-RECORD
               IF NOT WS-CONT-FILE-OK
                   DISPLAY "DB2RETN: CONTACT REWRITE FAILED FOR "
                      CMAST-EMPNO " - STATUS " WS-CONT-FILE-STATUS
                   MOVE "REWRITE FAILED" TO WS-F-NOTE
               END-IF
           END-IF
           .
       SCRUB-CONTACT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-AUDIT-ARCHIVES SECTION.
      *>------------------------------------------------------------------------
      *>    every archive DB2AUDIT has ever cut, as its index names them
           MOVE 0 TO WS-ARX-COUNT
           MOVE 'N' TO WS-ARX-EOF-SW

           OPEN INPUT ARCHIDX-FILE
           IF NOT WS-ARX-FILE-OK
               MOVE 6 TO WS-STORE-NO
               MOVE WS-ARCHIDX-FILE-NAME TO WS-FLAT-FILE-NAME
               PERFORM RESET-FILE-COUNTS THRU RESET-FILE-COUNTS-EXIT
               MOVE "NO ARCHIVE INDEX" TO WS-F-NOTE
               PERFORM WRITE-FILE-LINE THRU WRITE-FILE-LINE-EXIT
               GO TO SCRUB-AUDIT-ARCHIVES-EXIT
           END-IF

           PERFORM READ-ARCHIVE-INDEX THRU READ-ARCHIVE-INDEX-EXIT
              UNTIL WS-ARX-EOF
           CLOSE ARCHIDX-FILE

           PERFORM VARYING WS-ARX-IDX FROM 1 BY 1
              UNTIL WS-ARX-IDX > WS-ARX-COUNT
               MOVE 6 TO WS-STORE-NO
               MOVE SPACES TO WS-FLAT-FILE-NAME
               MOVE WS-ARX-NAME (WS-ARX-IDX) TO WS-FLAT-FILE-NAME
               PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT
           END-PERFORM
           .
       SCRUB-AUDIT-ARCHIVES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-ARCHIVE-INDEX SECTION.
      *>------------------------------------------------------------------------
           READ ARCHIDX-FILE
             AT END
               SET WS-ARX-EOF TO TRUE
               GO TO READ-ARCHIVE-INDEX-EXIT
           END-READ

           IF ARX-FILE-NAME = SPACES
               GO TO READ-ARCHIVE-INDEX-EXIT
           END-IF

      *>    an archive beyond the table is a file left unscrubbed, and
      *>    the certificate must not pass over it in silence
           IF WS-ARX-COUNT >= WS-ARX-MAX
               DISPLAY "DB2RETN: *** ARCHIVE " ARX-FILE-NAME
                  " BEYOND THE " WS-ARX-MAX "-ENTRY TABLE ***"
               ADD 1 TO WS-FAILED-FILES
               GO TO READ-ARCHIVE-INDEX-EXIT
           END-IF

           ADD 1 TO WS-ARX-COUNT
           SET WS-ARX-IDX TO WS-ARX-COUNT
           MOVE ARX-FILE-NAME TO WS-ARX-NAME (WS-ARX-IDX)
           .
       READ-ARCHIVE-INDEX-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-SNAPSHOTS SECTION.
      *>------------------------------------------------------------------------
      *>    the current and previous month-end snapshots, then every
      *>    retained snapYYYYMM.txt DB2SNAP has kept; months with no
      *>    retained copy are passed over without a line
           MOVE 8 TO WS-STORE-NO
           MOVE WS-SNAPCURR-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           MOVE 8 TO WS-STORE-NO
           MOVE WS-SNAPPREV-FILE-NAME TO WS-FLAT-FILE-NAME
           PERFORM SCRUB-FLAT-FILE THRU SCRUB-FLAT-FILE-EXIT

           MOVE 'N' TO WS-F-REPORT-ABSENT-SW
           COMPUTE WS-SNAP-FIRST-YEAR = WS-RUN-YEAR - 50
           PERFORM VARYING WS-SNAP-YEAR FROM WS-SNAP-FIRST-YEAR BY 1
              UNTIL WS-SNAP-YEAR > WS-RUN-YEAR
               PERFORM VARYING WS-SNAP-MONTH FROM 1 BY 1
                  UNTIL WS-SNAP-MONTH > 12
                   COMPUTE WS-SNAP-PERIOD = WS-SNAP-YEAR * 100
                                          + WS-SNAP-MONTH
                   IF WS-SNAP-PERIOD * 100 NOT > WS-RUN-DATE
                       MOVE 8 TO WS-STORE-NO
                       MOVE SPACES TO WS-FLAT-FILE-NAME
                       STRING "snap"         DELIMITED BY SIZE
                              WS-SNAP-PERIOD DELIMITED BY SIZE
                              ".txt"         DELIMITED BY SIZE
                              INTO WS-FLAT-FILE-NAME
                       END-STRING
                       PERFORM SCRUB-FLAT-FILE
                          THRU SCRUB-FLAT-FILE-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'Y' TO WS-F-REPORT-ABSENT-SW
           .
       SCRUB-SNAPSHOTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-FLAT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    WS-FLAT-FILE-NAME of store WS-STORE-NO is streamed through
      *>    the work file with its in-scope records scrubbed, copied
      *>    back only if something changed, then read back to prove
           PERFORM RESET-FILE-COUNTS THRU RESET-FILE-COUNTS-EXIT
           MOVE 'N' TO WS-VERIFY-SW
           MOVE 'N' TO WS-FLAT-EOF-SW

           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FILE-MISSING
               IF NOT WS-F-REPORT-ABSENT
                   GO TO SCRUB-FLAT-FILE-EXIT
               END-IF
               MOVE "NOT ON FILE" TO WS-F-NOTE
               GO TO SCRUB-FLAT-FILE-WRITE
           END-IF
           IF NOT WS-FLAT-FILE-OK
               MOVE "WOULD NOT OPEN" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO SCRUB-FLAT-FILE-WRITE
           END-IF

           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-FILE-OK
               CLOSE FLAT-FILE
               MOVE "NO WORK FILE" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO SCRUB-FLAT-FILE-WRITE
           END-IF

           PERFORM SCRUB-FLAT-RECORD THRU SCRUB-FLAT-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-FILE
           CLOSE WORK-FILE

           IF WS-F-ANON > 0 AND NOT WS-TRIAL-RUN
               PERFORM COPY-WORK-TO-STORE
                  THRU COPY-WORK-TO-STORE-EXIT
           END-IF

           SET WS-VERIFY-PASS TO TRUE
           MOVE 'N' TO WS-FLAT-EOF-SW
           OPEN INPUT FLAT-FILE
           IF NOT WS-FLAT-FILE-OK
               MOVE "WOULD NOT REOPEN" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO SCRUB-FLAT-FILE-WRITE
           END-IF
           PERFORM SCRUB-FLAT-RECORD THRU SCRUB-FLAT-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-FILE

           PERFORM CHECK-FILE-PROVES THRU CHECK-FILE-PROVES-EXIT
           .
       SCRUB-FLAT-FILE-WRITE.
           PERFORM WRITE-FILE-LINE THRU WRITE-FILE-LINE-EXIT
           .
       SCRUB-FLAT-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-FLAT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ FLAT-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO SCRUB-FLAT-RECORD-EXIT
           END-READ

           MOVE FLAT-RECORD TO WS-LINE
           PERFORM EXAMINE-RECORD THRU EXAMINE-RECORD-EXIT

           IF NOT WS-VERIFY-PASS
               MOVE WS-LINE TO WORK-RECORD
               WRITE WORK-RECORD
           END-IF
           .
       SCRUB-FLAT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COPY-WORK-TO-STORE SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-WORK-EOF-SW

           OPEN INPUT WORK-FILE
           OPEN OUTPUT FLAT-FILE
           IF NOT WS-FLAT-FILE-OK
               CLOSE WORK-FILE
               MOVE "REWRITE FAILED" TO WS-F-NOTE
               GO TO COPY-WORK-TO-STORE-EXIT
           END-IF

           PERFORM COPY-WORK-RECORD THRU COPY-WORK-RECORD-EXIT
              UNTIL WS-WORK-EOF

           CLOSE WORK-FILE
           CLOSE FLAT-FILE
           .
       COPY-WORK-TO-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COPY-WORK-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ WORK-FILE
             AT END
               SET WS-WORK-EOF TO TRUE
             NOT AT END
               MOVE WORK-RECORD TO FLAT-RECORD
               WRITE FLAT-RECORD
           END-READ
           .
       COPY-WORK-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       EXAMINE-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the record in WS-LINE, laid out as store WS-STORE-NO keeps
      *>    it: on the scrub pass an in-scope record is scrubbed in
      *>    WS-LINE and counted, a held one counted and left; on the
      *>    read-back pass the record is only counted
           SET WS-REC-LEAVE TO TRUE

           IF WS-VERIFY-PASS
               ADD 1 TO WS-F-AFTER
           ELSE
               ADD 1 TO WS-F-BEFORE
           END-IF

           EVALUATE WS-STORE-LAYOUT (WS-STORE-NO)
             WHEN 'E'
               MOVE WS-LINE (1:6)  TO WS-REC-EMPNO
             WHEN 'A'
               MOVE WS-LINE (25:6) TO WS-REC-EMPNO
             WHEN OTHER
               MOVE WS-LINE (10:6) TO WS-REC-EMPNO
           END-EVALUATE

           MOVE WS-REC-EMPNO TO WS-LOOK-EMPNO
           PERFORM FIND-PERSON THRU FIND-PERSON-EXIT
           IF NOT WS-LOOK-FOUND
               GO TO EXAMINE-RECORD-EXIT
           END-IF
           SET WS-PRG-IDX TO WS-LOOK-SLOT

           IF WS-PRG-EMPLOYED (WS-PRG-IDX)
               GO TO EXAMINE-RECORD-EXIT
           END-IF

           IF WS-PRG-HELD (WS-PRG-IDX)
               IF NOT WS-VERIFY-PASS
                   ADD 1 TO WS-F-HELD
                   ADD 1 TO WS-PRG-HITS (WS-PRG-IDX WS-STORE-NO)
               END-IF
               GO TO EXAMINE-RECORD-EXIT
           END-IF

      *>    the transfer trail carries nothing but EMPNO, dates and
      *>    departments - all kept - so it is counted, never changed
           IF WS-STORE-LAYOUT (WS-STORE-NO) = 'X'
               GO TO EXAMINE-RECORD-EXIT
           END-IF

           PERFORM CHECK-ANONYMIZED THRU CHECK-ANONYMIZED-EXIT

           IF WS-VERIFY-PASS
               IF NOT WS-REC-ANONYMIZED
                   ADD 1 TO WS-F-IDENT
               END-IF
               GO TO EXAMINE-RECORD-EXIT
           END-IF

           IF WS-REC-ANONYMIZED
               ADD 1 TO WS-F-PRIOR
               GO TO EXAMINE-RECORD-EXIT
           END-IF

           PERFORM SCRUB-RECORD THRU SCRUB-RECORD-EXIT
           SET WS-REC-SCRUB TO TRUE
           ADD 1 TO WS-F-ANON
           ADD 1 TO WS-PRG-HITS (WS-PRG-IDX WS-STORE-NO)
           .
       EXAMINE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-ANONYMIZED SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-REC-ANON-SW

           EVALUATE WS-STORE-LAYOUT (WS-STORE-NO)
             WHEN 'E'
               MOVE WS-LINE (1:102) TO EXT-EMPLOYEE-REC
               IF EXT-LASTNAME = WS-ANON-MARK
                   SET WS-REC-ANONYMIZED TO TRUE
               END-IF
             WHEN 'C'
               MOVE WS-LINE (10:152) TO CONT-RECORD
               IF CONT-STREET = WS-ANON-MARK
                   SET WS-REC-ANONYMIZED TO TRUE
               END-IF
             WHEN 'A'
               IF WS-LINE (97:10) = WS-ANON-MARK
                   SET WS-REC-ANONYMIZED TO TRUE
               END-IF
           END-EVALUATE
           .
       CHECK-ANONYMIZED-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SCRUB-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    EMPNO, dates, department and job always stay
           EVALUATE WS-STORE-LAYOUT (WS-STORE-NO)
             WHEN 'E'
               MOVE WS-LINE (1:102) TO EXT-EMPLOYEE-REC
               MOVE SPACES       TO EXT-FIRSTNME
               MOVE SPACES       TO EXT-MIDINIT
               MOVE WS-ANON-MARK TO EXT-LASTNAME
               MOVE SPACES       TO EXT-PHONENO
               MOVE SPACES       TO EXT-BIRTHDATE
               MOVE 0            TO EXT-SALARY
               MOVE 0            TO EXT-BONUS
               MOVE 0            TO EXT-COMM
               MOVE EXT-EMPLOYEE-REC TO WS-LINE (1:102)
             WHEN 'C'
               MOVE WS-LINE (10:152) TO CONT-RECORD
               MOVE WS-ANON-MARK TO CONT-STREET
               MOVE SPACES       TO CONT-CITY
               MOVE SPACES       TO CONT-ZIP
               MOVE SPACES       TO CONT-EMERG-NAME
               MOVE SPACES       TO CONT-EMERG-PHONE
               MOVE SPACES       TO CONT-EMAIL
               MOVE CONT-RECORD  TO WS-LINE (10:152)
      *>        the before and after salary of DB2UPDT's audit line;
      *>        the marker goes past the end of the line image
             WHEN 'A'
               MOVE SPACES       TO WS-LINE (52:12)
               MOVE SPACES       TO WS-LINE (84:12)
               MOVE WS-ANON-MARK TO WS-LINE (97:10)
           END-EVALUATE
           .
       SCRUB-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESET-FILE-COUNTS SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-F-BEFORE
           MOVE 0 TO WS-F-AFTER
           MOVE 0 TO WS-F-ANON
           MOVE 0 TO WS-F-PRIOR
           MOVE 0 TO WS-F-HELD
           MOVE 0 TO WS-F-IDENT
           MOVE SPACES TO WS-F-NOTE
           .
       RESET-FILE-COUNTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-FILE-PROVES SECTION.
      *>------------------------------------------------------------------------
      *>    a file that lost or gained records, or that still carries
      *>    someone in scope, fails; a trial run is only expected to
      *>    keep its count
           IF WS-F-NOTE NOT = SPACES
               ADD 1 TO WS-FAILED-FILES
               GO TO CHECK-FILE-PROVES-EXIT
           END-IF

           IF WS-F-AFTER NOT = WS-F-BEFORE
               MOVE "COUNT CHANGED" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO CHECK-FILE-PROVES-EXIT
           END-IF

           IF WS-TRIAL-RUN
               MOVE "TRIAL" TO WS-F-NOTE
               GO TO CHECK-FILE-PROVES-EXIT
           END-IF

           IF WS-F-IDENT > 0
               MOVE "NOT PROVED" TO WS-F-NOTE
               ADD 1 TO WS-FAILED-FILES
               GO TO CHECK-FILE-PROVES-EXIT
           END-IF

           IF WS-STORE-LAYOUT (WS-STORE-NO) = 'X'
               MOVE "KEPT" TO WS-F-NOTE
           ELSE
               MOVE "PROVED" TO WS-F-NOTE
           END-IF
           .
       CHECK-FILE-PROVES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CERT-HEADER SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-RUN-DATE TO WS-CH1-RUN-DATE
           IF WS-TRIAL-RUN
               MOVE "TRIAL RUN - NO STORE WAS CHANGED"
                 TO WS-CH1-TRIAL
           ELSE
               MOVE SPACES TO WS-CH1-TRIAL
           END-IF
           MOVE WS-CERT-HDR-1 TO CERT-LINE
           WRITE CERT-LINE

           MOVE WS-RETAIN-YEARS TO WS-CH2-YEARS
           MOVE WS-CUTOFF-DATE  TO WS-CH2-CUTOFF
           MOVE WS-CERT-HDR-2 TO CERT-LINE
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "SCRUBBED: NAMES, PHONE, BIRTH DATE, SALARY, BONUS,"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "          COMMISSION, STREET, CITY, ZIP, E-MAIL,"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "          EMERGENCY CONTACT, AUDIT TRAIL SALARIES"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "KEPT:     EMPNO, DATES, DEPARTMENT, JOB, EDUCATION"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "          LEVEL, SEX, RESIDENCE STATE"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "FILES EXAMINED - RECORD COUNTS BEFORE AND AFTER" TO
                WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-FILE-HDG-LINE TO CERT-LINE
           WRITE CERT-LINE
           .
       WRITE-CERT-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-FILE-LINE SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-STORE-ID (WS-STORE-NO) TO WS-FL-STORE
           MOVE WS-FLAT-FILE-NAME TO WS-FL-FILE
           MOVE WS-F-BEFORE       TO WS-FL-BEFORE
           MOVE WS-F-AFTER        TO WS-FL-AFTER
           MOVE WS-F-ANON         TO WS-FL-ANON
           MOVE WS-F-PRIOR        TO WS-FL-PRIOR
           MOVE WS-F-HELD         TO WS-FL-HELD
           MOVE WS-F-IDENT        TO WS-FL-IDENT
           MOVE WS-F-NOTE         TO WS-FL-NOTE
           MOVE WS-FILE-LINE TO CERT-LINE
           WRITE CERT-LINE

           ADD 1           TO WS-STT-FILES (WS-STORE-NO)
           ADD WS-F-BEFORE TO WS-STT-BEFORE (WS-STORE-NO)
           ADD WS-F-AFTER  TO WS-STT-AFTER (WS-STORE-NO)
           ADD WS-F-ANON   TO WS-STT-ANON (WS-STORE-NO)
           ADD WS-F-PRIOR  TO WS-STT-PRIOR (WS-STORE-NO)
           ADD WS-F-HELD   TO WS-STT-HELD (WS-STORE-NO)
           ADD WS-F-IDENT  TO WS-STT-IDENT (WS-STORE-NO)
           .
       WRITE-FILE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CERT-PEOPLE SECTION.
      *>------------------------------------------------------------------------
      *>    store totals, then the people anonymized, the people held
      *>    and the rehires, each person with a count per store
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "STORE TOTALS" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-FILE-HDG-LINE TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING WS-STORE-NO FROM 1 BY 1
              UNTIL WS-STORE-NO > 8
               MOVE WS-STORE-ID (WS-STORE-NO)   TO WS-FL-STORE
               MOVE SPACES                      TO WS-FL-FILE
               STRING WS-STT-FILES (WS-STORE-NO) DELIMITED BY SIZE
                      " FILE(S)"                 DELIMITED BY SIZE
                      INTO WS-FL-FILE
               END-STRING
               MOVE WS-STT-BEFORE (WS-STORE-NO) TO WS-FL-BEFORE
               MOVE WS-STT-AFTER (WS-STORE-NO)  TO WS-FL-AFTER
               MOVE WS-STT-ANON (WS-STORE-NO)   TO WS-FL-ANON
               MOVE WS-STT-PRIOR (WS-STORE-NO)  TO WS-FL-PRIOR
               MOVE WS-STT-HELD (WS-STORE-NO)   TO WS-FL-HELD
               MOVE WS-STT-IDENT (WS-STORE-NO)  TO WS-FL-IDENT
               MOVE SPACES                      TO WS-FL-NOTE
               MOVE WS-FILE-LINE TO CERT-LINE
               WRITE CERT-LINE
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "PEOPLE ANONYMIZED - RECORDS SCRUBBED PER STORE"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-PERSON-HDG-LINE TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-PURGE (WS-PRG-IDX)
                   PERFORM WRITE-PERSON-LINE
                      THRU WRITE-PERSON-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "SKIPPED - LEGAL HOLD - RECORDS LEFT IN PLACE PER STORE"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-PERSON-HDG-LINE TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-HELD (WS-PRG-IDX)
                   PERFORM WRITE-PERSON-LINE
                      THRU WRITE-PERSON-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "NOT IN SCOPE - REHIRED UNDER THE SAME EMPNO"
             TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
              UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-EMPLOYED (WS-PRG-IDX)
                   MOVE WS-PRG-EMPNO (WS-PRG-IDX) TO WS-EL-EMPNO
                   MOVE WS-PRG-TERM (WS-PRG-IDX)  TO WS-EL-TERM
                   MOVE WS-EMPLOYED-LINE TO CERT-LINE
                   WRITE CERT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "PEOPLE ANONYMIZED" TO WS-CL-LABEL
           MOVE WS-CNT-PURGE TO WS-CL-VALUE
           MOVE WS-COUNT-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "PEOPLE SKIPPED FOR A LEGAL HOLD" TO WS-CL-LABEL
           MOVE WS-CNT-HELD TO WS-CL-VALUE
           MOVE WS-COUNT-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "REHIRES NOT IN SCOPE" TO WS-CL-LABEL
           MOVE WS-CNT-EMPLOYED TO WS-CL-VALUE
           MOVE WS-COUNT-LINE TO CERT-LINE
           WRITE CERT-LINE
           MOVE "FILES THAT FAILED" TO WS-CL-LABEL
           MOVE WS-FAILED-FILES TO WS-CL-VALUE
           MOVE WS-COUNT-LINE TO CERT-LINE
           WRITE CERT-LINE
           .
       WRITE-CERT-PEOPLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PERSON-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    seven columns: the transfer trail is never changed, so it
      *>    has none
           MOVE WS-PRG-EMPNO (WS-PRG-IDX)    TO WS-PL-EMPNO
           MOVE WS-PRG-TERM (WS-PRG-IDX)     TO WS-PL-TERM
           MOVE WS-PRG-HOLD-REF (WS-PRG-IDX) TO WS-PL-HOLD-REF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE WS-PRG-HITS (WS-PRG-IDX WS-SUB)
                 TO WS-PL-HITS (WS-SUB)
           END-PERFORM
           MOVE WS-PRG-HITS (WS-PRG-IDX 8) TO WS-PL-HITS (7)
           MOVE WS-PERSON-LINE TO CERT-LINE
           WRITE CERT-LINE
           .
       WRITE-PERSON-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2RETN.

      *>************************************************************************
      *>  SAMPLE MASTER STORE INDEXED CONVERSION PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2IDXC.cob
      *>
      *> Purpose:      One-time conversion of the line-sequential master
      *>               stores to their indexed versions
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - loads each flat store - contact (DB2CONT),
      *>                 employee status (DB2ESTA), job code (DB2JOBC),
      *>                 employee history (DB2EHIST), certification
      *>                 (DB2CERT), leave balance (DB2LVLG) and
      *>                 performance rating (DB2PRAT) - into the
      *>                 indexed file its module now reads and writes
      *>                 by key; the record images are carried over
      *>                 byte for byte
      *>               - proves every store: records read from the flat
      *>                 file must equal records loaded plus records
      *>                 rejected, and a front-to-back read of the new
      *>                 indexed file must return exactly the records
      *>                 loaded; a record whose key is already on the
      *>                 indexed file (a duplicate the flat store could
      *>                 hold) is rejected and listed, not dropped
      *>                 silently
      *>               - the flat names come from DB2IDXC_CONT_FLAT,
      *>                 DB2IDXC_ESTA_FLAT, DB2IDXC_JOBC_FLAT,
      *>                 DB2IDXC_HIST_FLAT, DB2IDXC_CERT_FLAT,
      *>                 DB2IDXC_LVBAL_FLAT and DB2IDXC_PRAT_FLAT
      *>                 (defaults contact.txt, empstat.txt, jobcode.txt,
      *>                 emphist.txt, certs.txt, leavbal.txt,
      *>                 perfrate.txt); the indexed names come from the
      *>                 same variables the modules use, so the files
      *>                 land where they look
      *>               - a store with no flat file is skipped; an
      *>                 indexed file already on disk is left alone
      *>                 unless DB2IDXC_REPLACE=Y, so a rerun cannot
      *>                 overwrite a store maintained since conversion
      *>               - report idxconv.txt (DB2IDXC_REPORT_FILE) with
      *>                 one count line per store and the rejects;
      *>                 condition code 4 on rejects or a store left
      *>                 alone, 16 when any count does not prove out
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the certification, leave balance and performance
      *>              rating stores are converted too (certs.dat,
      *>              leavbal.dat, perfrate.dat), each proven the same
      *>              way as the first four.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2IDXC.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT FLAT-CONT-FILE ASSIGN TO WS-CONT-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-ESTA-FILE ASSIGN TO WS-ESTA-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-JOBC-FILE ASSIGN TO WS-JOBC-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-HIST-FILE ASSIGN TO WS-HIST-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-CERT-FILE ASSIGN TO WS-CERT-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-LVBAL-FILE ASSIGN TO WS-LVBAL-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT FLAT-PRAT-FILE ASSIGN TO WS-PRAT-FLAT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FLAT-FILE-STATUS.

        SELECT CONT-FILE ASSIGN TO WS-CONT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT JOBC-FILE ASSIGN TO WS-JOBC-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JOBC-CODE
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT BAL-FILE ASSIGN TO WS-LVBAL-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-KEY
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT PRAT-FILE ASSIGN TO WS-PRAT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRAT-KEY
        FILE STATUS IS WS-IDX-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the flat stores as the modules kept them until now - each
      *> record image is exactly its indexed counterpart's
       FD FLAT-CONT-FILE.
       01 FLAT-CONT-RECORD          PIC X(152).

       FD FLAT-ESTA-FILE.
       01 FLAT-ESTA-RECORD          PIC X(26).

       FD FLAT-JOBC-FILE.
       01 FLAT-JOBC-RECORD          PIC X(59).

       FD FLAT-HIST-FILE.
       01 FLAT-HIST-RECORD          PIC X(111).

       FD FLAT-CERT-FILE.
       01 FLAT-CERT-RECORD          PIC X(64).

       FD FLAT-LVBAL-FILE.
       01 FLAT-LVBAL-RECORD         PIC X(23).

       FD FLAT-PRAT-FILE.
       01 FLAT-PRAT-RECORD          PIC X(29).

      *> the indexed stores the modules now read and write by key
       FD CONT-FILE.
         COPY "CONDB2CO.cpy".

       FD ESTA-FILE.
         COPY "STSDB2CO.cpy".

       FD JOBC-FILE.
         COPY "JBCDB2CO.cpy".

       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

       FD CERT-FILE.
         COPY "CRTDB2CO.cpy".

       FD BAL-FILE.
         COPY "LVBDB2CO.cpy".

       FD PRAT-FILE.
         COPY "RATDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - the indexed names match the
      *> modules' own defaults and override variables
        01 WS-CONT-FLAT-NAME     PIC X(100) VALUE 'contact.txt'.
        01 WS-ESTA-FLAT-NAME     PIC X(100) VALUE 'empstat.txt'.
        01 WS-JOBC-FLAT-NAME     PIC X(100) VALUE 'jobcode.txt'.
        01 WS-HIST-FLAT-NAME     PIC X(100) VALUE 'emphist.txt'.
        01 WS-CERT-FLAT-NAME     PIC X(100) VALUE 'certs.txt'.
        01 WS-LVBAL-FLAT-NAME    PIC X(100) VALUE 'leavbal.txt'.
        01 WS-PRAT-FLAT-NAME     PIC X(100) VALUE 'perfrate.txt'.
        01 WS-CONT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
        01 WS-ESTA-FILE-NAME     PIC X(100) VALUE 'empstat.dat'.
        01 WS-JOBC-FILE-NAME     PIC X(100) VALUE 'jobcode.dat'.
        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-CERT-FILE-NAME     PIC X(100) VALUE 'certs.dat'.
        01 WS-LVBAL-FILE-NAME    PIC X(100) VALUE 'leavbal.dat'.
        01 WS-PRAT-FILE-NAME     PIC X(100) VALUE 'perfrate.dat'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'idxconv.txt'.

        01 WS-REPLACE-IN         PIC X(1).
        01 WS-REPLACE-SW         PIC X VALUE 'N'.
           88 WS-REPLACE-MODE        VALUE 'Y'.

        01 WS-FLAT-FILE-STATUS   PIC XX.
           88 WS-FLAT-FILE-OK        VALUE '00'.
        01 WS-IDX-FILE-STATUS    PIC XX.
           88 WS-IDX-FILE-OK         VALUE '00'.
           88 WS-IDX-DUP-KEY         VALUE '22'.

        01 WS-FLAT-EOF-SW        PIC X VALUE 'N'.
           88 WS-FLAT-EOF            VALUE 'Y'.
        01 WS-IDX-EOF-SW         PIC X VALUE 'N'.
           88 WS-IDX-EOF             VALUE 'Y'.

      *> what became of the store in hand: C(onverted), N(o flat
      *> file), E(xisting indexed file left alone), F(ailed to open)
        01 WS-STORE-OUTCOME      PIC X(1).
           88 WS-STORE-CONVERTED     VALUE 'C'.
           88 WS-STORE-NO-FLAT       VALUE 'N'.
           88 WS-STORE-EXISTS        VALUE 'E'.
           88 WS-STORE-OPEN-FAILED   VALUE 'F'.

        01 WS-STORE-NAME         PIC X(10).
        01 WS-REJECT-KEY         PIC X(15).

      *> the counts one store has to prove
        01 WS-FLAT-READ          PIC 9(7) VALUE 0.
        01 WS-IDX-LOADED         PIC 9(7) VALUE 0.
        01 WS-IDX-REJECTED       PIC 9(7) VALUE 0.
        01 WS-IDX-READBACK       PIC 9(7) VALUE 0.

      *> run totals
        01 WS-STORES-CONVERTED   PIC 9(2) VALUE 0.
        01 WS-STORES-SKIPPED     PIC 9(2) VALUE 0.
        01 WS-STORES-FAILED      PIC 9(2) VALUE 0.
        01 WS-TOTAL-REJECTED     PIC 9(7) VALUE 0.

        01 WS-RUN-DATE           PIC 9(8).

        01 WS-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2IDXC - MASTER STORE CONVERSION RUN ".
           05 WS-HDR-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(83) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(12) VALUE "STORE".
           05 FILLER PIC X(12) VALUE "FLAT READ".
           05 FILLER PIC X(12) VALUE "LOADED".
           05 FILLER PIC X(12) VALUE "REJECTED".
           05 FILLER PIC X(12) VALUE "READ BACK".
           05 FILLER PIC X(72) VALUE "RESULT".

        01 WS-COUNT-LINE.
           05 WS-CNT-STORE          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-CNT-READ           PIC Z(6)9.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-CNT-LOADED         PIC Z(6)9.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-CNT-REJECTED       PIC Z(6)9.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-CNT-READBACK       PIC Z(6)9.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 WS-CNT-RESULT         PIC X(72).

        01 WS-REJECT-LINE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(18)
              VALUE "DUPLICATE KEY    ".
           05 WS-REJ-STORE          PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-REJ-KEY            PIC X(15).
           05 FILLER                PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2IDXC SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2IDXC: INSIDE MASTER STORE CONVERSION"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM CONVERT-CONTACT THRU CONVERT-CONTACT-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-STATUS THRU CONVERT-STATUS-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-JOBCODE THRU CONVERT-JOBCODE-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-HISTORY THRU CONVERT-HISTORY-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-CERTS THRU CONVERT-CERTS-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-BALANCES THRU CONVERT-BALANCES-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           PERFORM CONVERT-RATINGS THRU CONVERT-RATINGS-EXIT
           PERFORM PROVE-STORE-COUNTS THRU PROVE-STORE-COUNTS-EXIT

           CLOSE REPORT-FILE

           DISPLAY "DB2IDXC: ========= CONVERSION SUMMARY ========="
           DISPLAY "DB2IDXC: STORES CONVERTED    : "
               WS-STORES-CONVERTED
           DISPLAY "DB2IDXC: STORES SKIPPED      : " WS-STORES-SKIPPED
           DISPLAY "DB2IDXC: STORES NOT PROVEN   : " WS-STORES-FAILED
           DISPLAY "DB2IDXC: RECORDS REJECTED    : " WS-TOTAL-REJECTED
           DISPLAY "DB2IDXC: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2IDXC: ======================================"

           IF WS-STORES-FAILED > 0
               MOVE 16 TO RETURN-CODE
           ELSE
           IF WS-TOTAL-REJECTED > 0 OR WS-STORES-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           DISPLAY "DB2IDXC: EXITING MASTER STORE CONVERSION"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2IDXC-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-CONT-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_CONT_FLAT"
           IF WS-CONT-FLAT-NAME = SPACE
               MOVE 'contact.txt' TO WS-CONT-FLAT-NAME
           END-IF

           ACCEPT WS-ESTA-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_ESTA_FLAT"
           IF WS-ESTA-FLAT-NAME = SPACE
               MOVE 'empstat.txt' TO WS-ESTA-FLAT-NAME
           END-IF

           ACCEPT WS-JOBC-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_JOBC_FLAT"
           IF WS-JOBC-FLAT-NAME = SPACE
               MOVE 'jobcode.txt' TO WS-JOBC-FLAT-NAME
           END-IF

           ACCEPT WS-HIST-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_HIST_FLAT"
           IF WS-HIST-FLAT-NAME = SPACE
               MOVE 'emphist.txt' TO WS-HIST-FLAT-NAME
           END-IF

           ACCEPT WS-CERT-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_CERT_FLAT"
           IF WS-CERT-FLAT-NAME = SPACE
               MOVE 'certs.txt' TO WS-CERT-FLAT-NAME
           END-IF

           ACCEPT WS-LVBAL-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_LVBAL_FLAT"
           IF WS-LVBAL-FLAT-NAME = SPACE
               MOVE 'leavbal.txt' TO WS-LVBAL-FLAT-NAME
           END-IF

           ACCEPT WS-PRAT-FLAT-NAME
              FROM ENVIRONMENT "DB2IDXC_PRAT_FLAT"
           IF WS-PRAT-FLAT-NAME = SPACE
               MOVE 'perfrate.txt' TO WS-PRAT-FLAT-NAME
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

           ACCEPT WS-JOBC-FILE-NAME
              FROM ENVIRONMENT "DB2JOBC_MASTER_FILE"
           IF WS-JOBC-FILE-NAME = SPACE
               MOVE 'jobcode.dat' TO WS-JOBC-FILE-NAME
           END-IF

           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-CERT-FILE-NAME
              FROM ENVIRONMENT "DB2CERT_MASTER_FILE"
           IF WS-CERT-FILE-NAME = SPACE
               MOVE 'certs.dat' TO WS-CERT-FILE-NAME
           END-IF

           ACCEPT WS-LVBAL-FILE-NAME
              FROM ENVIRONMENT "DB2LVLG_BALANCE_FILE"
           IF WS-LVBAL-FILE-NAME = SPACE
               MOVE 'leavbal.dat' TO WS-LVBAL-FILE-NAME
           END-IF

           ACCEPT WS-PRAT-FILE-NAME
              FROM ENVIRONMENT "DB2PRAT_MASTER_FILE"
           IF WS-PRAT-FILE-NAME = SPACE
               MOVE 'perfrate.dat' TO WS-PRAT-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2IDXC_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'idxconv.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-REPLACE-IN FROM ENVIRONMENT "DB2IDXC_REPLACE"
           IF WS-REPLACE-IN = 'Y'
               SET WS-REPLACE-MODE TO TRUE
               DISPLAY "DB2IDXC: *** REPLACE MODE - INDEXED STORES"
                  " ALREADY ON DISK WILL BE RELOADED ***"
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESET-STORE-COUNTS SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-FLAT-READ
           MOVE 0 TO WS-IDX-LOADED
           MOVE 0 TO WS-IDX-REJECTED
           MOVE 0 TO WS-IDX-READBACK
           MOVE 'N' TO WS-FLAT-EOF-SW
           MOVE 'N' TO WS-IDX-EOF-SW
           SET WS-STORE-CONVERTED TO TRUE
           .
       RESET-STORE-COUNTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-CONTACT SECTION.
      *>------------------------------------------------------------------------
           MOVE "CONTACT" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-CONT-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-CONTACT-EXIT
           END-IF

      *>    an indexed store already on disk may hold changes made
      *>    since it was converted - reload it only when told to
           OPEN INPUT CONT-FILE
           IF WS-IDX-FILE-OK
               CLOSE CONT-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-CONT-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-CONTACT-EXIT
               END-IF
           END-IF

           OPEN OUTPUT CONT-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-CONT-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-CONTACT-EXIT
           END-IF

           PERFORM LOAD-CONTACT-RECORD THRU LOAD-CONTACT-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-CONT-FILE
           CLOSE CONT-FILE

           OPEN INPUT CONT-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-CONTACT-EXIT
           END-IF
           PERFORM READBACK-CONTACT-RECORD
              THRU READBACK-CONTACT-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE CONT-FILE
           .
       CONVERT-CONTACT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CONTACT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ FLAT-CONT-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-CONTACT-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-CONT-RECORD TO CONT-RECORD
           WRITE CONT-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE CONT-EMPNO TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-CONTACT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-CONTACT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CONT-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-CONTACT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-STATUS SECTION.
      *>------------------------------------------------------------------------
           MOVE "STATUS" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-ESTA-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-STATUS-EXIT
           END-IF

           OPEN INPUT ESTA-FILE
           IF WS-IDX-FILE-OK
               CLOSE ESTA-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-ESTA-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-STATUS-EXIT
               END-IF
           END-IF

           OPEN OUTPUT ESTA-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-ESTA-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-STATUS-EXIT
           END-IF

           PERFORM LOAD-STATUS-RECORD THRU LOAD-STATUS-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-ESTA-FILE
           CLOSE ESTA-FILE

           OPEN INPUT ESTA-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-STATUS-EXIT
           END-IF
           PERFORM READBACK-STATUS-RECORD
              THRU READBACK-STATUS-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE ESTA-FILE
           .
       CONVERT-STATUS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-STATUS-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ FLAT-ESTA-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-STATUS-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-ESTA-RECORD TO ESTA-RECORD
           WRITE ESTA-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE ESTA-EMPNO TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-STATUS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-STATUS-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ ESTA-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-STATUS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-JOBCODE SECTION.
      *>------------------------------------------------------------------------
           MOVE "JOB CODE" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-JOBC-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-JOBCODE-EXIT
           END-IF

           OPEN INPUT JOBC-FILE
           IF WS-IDX-FILE-OK
               CLOSE JOBC-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-JOBC-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-JOBCODE-EXIT
               END-IF
           END-IF

           OPEN OUTPUT JOBC-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-JOBC-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-JOBCODE-EXIT
           END-IF

           PERFORM LOAD-JOBCODE-RECORD THRU LOAD-JOBCODE-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-JOBC-FILE
           CLOSE JOBC-FILE

           OPEN INPUT JOBC-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-JOBCODE-EXIT
           END-IF
           PERFORM READBACK-JOBCODE-RECORD
              THRU READBACK-JOBCODE-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE JOBC-FILE
           .
       CONVERT-JOBCODE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-JOBCODE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ FLAT-JOBC-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-JOBCODE-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-JOBC-RECORD TO JOBC-RECORD
           WRITE JOBC-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE JOBC-CODE TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-JOBCODE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-JOBCODE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ JOBC-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-JOBCODE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-HISTORY SECTION.
      *>------------------------------------------------------------------------
           MOVE "HISTORY" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-HIST-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-HISTORY-EXIT
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-IDX-FILE-OK
               CLOSE HIST-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-HIST-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-HISTORY-EXIT
               END-IF
           END-IF

           OPEN OUTPUT HIST-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-HIST-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-HISTORY-EXIT
           END-IF

           PERFORM LOAD-HISTORY-RECORD THRU LOAD-HISTORY-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-HIST-FILE
           CLOSE HIST-FILE

           OPEN INPUT HIST-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-HISTORY-EXIT
           END-IF
           PERFORM READBACK-HISTORY-RECORD
              THRU READBACK-HISTORY-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE HIST-FILE
           .
       CONVERT-HISTORY-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the key is the termination date and EMPNO, so only the
      *>    same person archived twice on one day can collide
           READ FLAT-HIST-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-HISTORY-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-HIST-RECORD TO HIST-RECORD
           WRITE HIST-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE HIST-KEY TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ HIST-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-CERTS SECTION.
      *>------------------------------------------------------------------------
           MOVE "CERTS" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-CERT-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-CERTS-EXIT
           END-IF

           OPEN INPUT CERT-FILE
           IF WS-IDX-FILE-OK
               CLOSE CERT-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-CERT-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-CERTS-EXIT
               END-IF
           END-IF

           OPEN OUTPUT CERT-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-CERT-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-CERTS-EXIT
           END-IF

           PERFORM LOAD-CERTS-RECORD THRU LOAD-CERTS-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-CERT-FILE
           CLOSE CERT-FILE

           OPEN INPUT CERT-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-CERTS-EXIT
           END-IF
           PERFORM READBACK-CERTS-RECORD
              THRU READBACK-CERTS-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE CERT-FILE
           .
       CONVERT-CERTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CERTS-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the key is the EMPNO and certification code, so only the
      *>    same certification entered twice for a person can collide
           READ FLAT-CERT-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-CERTS-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-CERT-RECORD TO CERT-RECORD
           WRITE CERT-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE CERT-KEY TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-CERTS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-CERTS-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CERT-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-CERTS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-BALANCES SECTION.
      *>------------------------------------------------------------------------
           MOVE "LEAVE BAL" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-LVBAL-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-BALANCES-EXIT
           END-IF

           OPEN INPUT BAL-FILE
           IF WS-IDX-FILE-OK
               CLOSE BAL-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-LVBAL-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-BALANCES-EXIT
               END-IF
           END-IF

           OPEN OUTPUT BAL-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-LVBAL-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-BALANCES-EXIT
           END-IF

           PERFORM LOAD-BALANCES-RECORD THRU LOAD-BALANCES-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-LVBAL-FILE
           CLOSE BAL-FILE

           OPEN INPUT BAL-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-BALANCES-EXIT
           END-IF
           PERFORM READBACK-BALANCES-RECORD
              THRU READBACK-BALANCES-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE BAL-FILE
           .
       CONVERT-BALANCES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-BALANCES-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the key is the EMPNO and leave type, one balance each
           READ FLAT-LVBAL-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-BALANCES-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-LVBAL-RECORD TO BAL-RECORD
           WRITE BAL-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE BAL-KEY TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-BALANCES-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-BALANCES-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ BAL-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-BALANCES-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONVERT-RATINGS SECTION.
      *>------------------------------------------------------------------------
           MOVE "RATING" TO WS-STORE-NAME
           PERFORM RESET-STORE-COUNTS THRU RESET-STORE-COUNTS-EXIT

           OPEN INPUT FLAT-PRAT-FILE
           IF NOT WS-FLAT-FILE-OK
               SET WS-STORE-NO-FLAT TO TRUE
               GO TO CONVERT-RATINGS-EXIT
           END-IF

           OPEN INPUT PRAT-FILE
           IF WS-IDX-FILE-OK
               CLOSE PRAT-FILE
               IF NOT WS-REPLACE-MODE
                   CLOSE FLAT-PRAT-FILE
                   SET WS-STORE-EXISTS TO TRUE
                   GO TO CONVERT-RATINGS-EXIT
               END-IF
           END-IF

           OPEN OUTPUT PRAT-FILE
           IF NOT WS-IDX-FILE-OK
               CLOSE FLAT-PRAT-FILE
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-RATINGS-EXIT
           END-IF

           PERFORM LOAD-RATINGS-RECORD THRU LOAD-RATINGS-RECORD-EXIT
              UNTIL WS-FLAT-EOF
           CLOSE FLAT-PRAT-FILE
           CLOSE PRAT-FILE

           OPEN INPUT PRAT-FILE
           IF NOT WS-IDX-FILE-OK
               SET WS-STORE-OPEN-FAILED TO TRUE
               GO TO CONVERT-RATINGS-EXIT
           END-IF
           PERFORM READBACK-RATINGS-RECORD
              THRU READBACK-RATINGS-RECORD-EXIT
              UNTIL WS-IDX-EOF
           CLOSE PRAT-FILE
           .
       CONVERT-RATINGS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-RATINGS-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the key is the EMPNO and review year, one rating each
           READ FLAT-PRAT-FILE
             AT END
               SET WS-FLAT-EOF TO TRUE
               GO TO LOAD-RATINGS-RECORD-EXIT
           END-READ

           ADD 1 TO WS-FLAT-READ
           MOVE FLAT-PRAT-RECORD TO PRAT-RECORD
           WRITE PRAT-RECORD
           END-WRITE

           IF WS-IDX-FILE-OK
               ADD 1 TO WS-IDX-LOADED
           ELSE
               MOVE PRAT-KEY TO WS-REJECT-KEY
               PERFORM WRITE-REJECT-LINE THRU WRITE-REJECT-LINE-EXIT
           END-IF
           .
       LOAD-RATINGS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READBACK-RATINGS-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ PRAT-FILE NEXT RECORD
             AT END
               SET WS-IDX-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-IDX-READBACK
           END-READ
           .
       READBACK-RATINGS-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REJECT-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    a duplicate key is counted and listed; any other write
      *>    failure is counted too, so the proof below catches it
           ADD 1 TO WS-IDX-REJECTED
           MOVE WS-STORE-NAME TO WS-REJ-STORE
           MOVE WS-REJECT-KEY TO WS-REJ-KEY
           MOVE WS-REJECT-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-IDX-DUP-KEY
               DISPLAY "DB2IDXC: " WS-STORE-NAME " WRITE FAILED FOR "
                  WS-REJECT-KEY ", STATUS " WS-IDX-FILE-STATUS
           END-IF
           .
       WRITE-REJECT-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROVE-STORE-COUNTS SECTION.
      *>------------------------------------------------------------------------
      *>    read = loaded + rejected proves nothing fell on the floor
      *>    on the way in; read back = loaded proves the indexed file
      *>    holds exactly what was written to it
           MOVE WS-STORE-NAME   TO WS-CNT-STORE
           MOVE WS-FLAT-READ    TO WS-CNT-READ
           MOVE WS-IDX-LOADED   TO WS-CNT-LOADED
           MOVE WS-IDX-REJECTED TO WS-CNT-REJECTED
           MOVE WS-IDX-READBACK TO WS-CNT-READBACK

           EVALUATE TRUE
             WHEN WS-STORE-NO-FLAT
               MOVE "NO FLAT FILE - NOTHING TO CONVERT"
                 TO WS-CNT-RESULT
             WHEN WS-STORE-EXISTS
               MOVE "INDEXED STORE ALREADY ON DISK - LEFT ALONE"
                 TO WS-CNT-RESULT
               ADD 1 TO WS-STORES-SKIPPED
             WHEN WS-STORE-OPEN-FAILED
               MOVE "INDEXED STORE WOULD NOT OPEN - NOT PROVEN"
                 TO WS-CNT-RESULT
               ADD 1 TO WS-STORES-FAILED
             WHEN WS-FLAT-READ NOT = WS-IDX-LOADED + WS-IDX-REJECTED
             OR   WS-IDX-READBACK NOT = WS-IDX-LOADED
               MOVE "COUNTS DO NOT MATCH - NOT PROVEN"
                 TO WS-CNT-RESULT
               ADD 1 TO WS-STORES-FAILED
             WHEN OTHER
               MOVE "COUNTS MATCH" TO WS-CNT-RESULT
               ADD 1 TO WS-STORES-CONVERTED
           END-EVALUATE

           ADD WS-IDX-REJECTED TO WS-TOTAL-REJECTED

           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           DISPLAY "DB2IDXC: " WS-STORE-NAME " READ " WS-FLAT-READ
              " LOADED " WS-IDX-LOADED " REJECTED " WS-IDX-REJECTED
              " READ BACK " WS-IDX-READBACK
           DISPLAY "DB2IDXC: " WS-STORE-NAME " " WS-CNT-RESULT
           .
       PROVE-STORE-COUNTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2IDXC.

      *>************************************************************************
      *>  SAMPLE STORE POINT-IN-TIME RESTORE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2RSTR.cob
      *>
      *> Purpose:      Put one store, or every store, back to a
      *>               generation taken by DB2BKUP
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - DB2RSTR_STORE names the store to restore, by its
      *>                 id on the registry (BKRDB2CO.cpy), or ALL; it
      *>                 must be given - there is no default
      *>               - DB2RSTR_GENERATION picks the generation (run
      *>                 date and sequence, as on the backup report);
      *>                 left blank, the latest on the catalog is used
      *>               - reads the same catalog DB2BKUP writes
      *>                 (DB2BKUP_CATALOG_FILE, default bkcat.txt)
      *>               - before anything is touched, every selected
      *>                 store's generation file is read and its record
      *>                 count and hash total checked against the
      *>                 catalog; a copy that failed at backup time, is
      *>                 missing or does not prove stops the whole run
      *>                 with nothing restored
      *>               - only then is each store rewritten from its
      *>                 copy: line-sequential stores line for line, the
      *>                 indexed stores reloaded by key; each restored
      *>                 store is read back and must prove to the same
      *>                 count and hash
      *>               - a store that was not on disk when the generation
      *>                 was taken is left as it is and reported
      *>               - the DB2 tables are not touched
      *>               - report rstrrpt.txt (DB2RSTR_REPORT_FILE);
      *>                 condition code 16 on any failure
      *>
      *>               Take a fresh DB2BKUP generation before restoring:
      *>               the stores being replaced are not kept otherwise.
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the certification, leave balance and performance
      *>              rating stores are indexed now; they are reloaded
      *>              by key like the contact, status, job-code and
      *>              history stores.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2RSTR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-FILE-STATUS.

        SELECT STORE-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT CONT-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT ESTA-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT JOBC-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JOBC-CODE
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT CERT-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT BAL-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT PRAT-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRAT-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT GEN-FILE ASSIGN TO WS-GEN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
         COPY "BKCDB2CO.cpy".

       FD STORE-FILE.
       01 STORE-RECORD              PIC X(256).

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

       FD GEN-FILE.
       01 GEN-RECORD                PIC X(256).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "BKRDB2CO.cpy".

      *> runtime-overridable file names and controls
        01 WS-CATALOG-FILE-NAME  PIC X(100) VALUE 'bkcat.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'rstrrpt.txt'.
        01 WS-STORE-FILE-NAME    PIC X(100).
        01 WS-GEN-FILE-NAME      PIC X(100).
        01 WS-RESTORE-STORE      PIC X(8).
           88 WS-RESTORE-ALL         VALUE 'ALL'.
        01 WS-GEN-IN             PIC X(10).
        01 WS-GEN-ID             PIC 9(10) VALUE 0.

        01 WS-CAT-FILE-STATUS    PIC XX.
           88 WS-CAT-FILE-OK         VALUE '00'.
        01 WS-STO-FILE-STATUS    PIC XX.
           88 WS-STO-FILE-OK         VALUE '00'.
        01 WS-GEN-FILE-STATUS    PIC XX.
           88 WS-GEN-FILE-OK         VALUE '00'.

        01 WS-CAT-EOF-SW         PIC X VALUE 'N'.
           88 WS-CAT-EOF             VALUE 'Y'.
        01 WS-STORE-EOF-SW       PIC X VALUE 'N'.
           88 WS-STORE-EOF           VALUE 'Y'.
        01 WS-GEN-EOF-SW         PIC X VALUE 'N'.
           88 WS-GEN-EOF             VALUE 'Y'.

      *> the chosen generation's catalog entries
        01 WS-CAT-COUNT          PIC 9(4) VALUE 0.
        01 WS-CAT-TAB.
           05 WS-CAT-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-CAT-IDX.
              10 WS-CAT-STORE-ID    PIC X(8).
              10 WS-CAT-STATE       PIC X(1).
              10 WS-CAT-REC-COUNT   PIC 9(9).
              10 WS-CAT-HASH        PIC 9(18).
              10 WS-CAT-GEN-FILE    PIC X(100).
        01 WS-CAT-FOUND-SW       PIC X VALUE 'N'.
           88 WS-CAT-FOUND           VALUE 'Y'.

      *> per registry entry: blank = not selected, R(eady to restore),
      *> A(bsent at backup - left alone), F(ailed the check),
      *> D(one), X (restore did not prove)
        01 WS-SEL-TAB.
           05 WS-SEL-ENTRY OCCURS 50 TIMES.
              10 WS-SEL-STATE       PIC X(1).
              10 WS-SEL-CAT-IDX     PIC 9(4).
              10 WS-SEL-REASON      PIC X(40).
        01 WS-SEL-IDX            PIC 9(4) VALUE 0.

        01 WS-RUN-STATE          PIC X(1).
           88 WS-RUN-OK              VALUE 'C'.
           88 WS-RUN-FAILED          VALUE 'F'.
        01 WS-RUN-REASON         PIC X(40).
        01 WS-WANT-COUNT         PIC 9(9)  VALUE 0.
        01 WS-WANT-HASH          PIC 9(18) VALUE 0.

        01 WS-HASH-AREA          PIC X(256).
        01 WS-HASH-WORDS REDEFINES WS-HASH-AREA.
           05 WS-HASH-WORD          PIC 9(4) COMP-5
                                    OCCURS 128 TIMES.
        01 WS-HASH-IDX           PIC 9(3) COMP VALUE 0.
        01 WS-HASH-TOTAL         PIC 9(18) VALUE 0.
        01 WS-PASS-COUNT         PIC 9(9)  VALUE 0.

        01 WS-STORES-SELECTED    PIC 9(2) VALUE 0.
        01 WS-STORES-FAILED      PIC 9(2) VALUE 0.
        01 WS-STORES-RESTORED    PIC 9(2) VALUE 0.
        01 WS-STORES-LEFT        PIC 9(2) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(33)
              VALUE "DB2RSTR - STORE RESTORE TO GEN.  ".
           05 WS-HDR-GEN-ID         PIC 9(10).
           05 FILLER                PIC X(10) VALUE "  STORE : ".
           05 WS-HDR-STORE          PIC X(8).
           05 FILLER                PIC X(70) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(10) VALUE "STORE".
           05 FILLER PIC X(42) VALUE "GENERATION FILE".
           05 FILLER PIC X(12) VALUE "RECORDS".
           05 FILLER PIC X(20) VALUE "HASH TOTAL".
           05 FILLER PIC X(48) VALUE "RESULT".

        01 WS-DETAIL-LINE.
           05 WS-DTL-STORE          PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-FILE           PIC X(40).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-COUNT          PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-DTL-HASH           PIC Z(17)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DTL-RESULT         PIC X(48).

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2RSTR SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2RSTR: INSIDE STORE RESTORE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           PERFORM LOAD-GENERATION THRU LOAD-GENERATION-EXIT
           IF RETURN-CODE = 16
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-GEN-ID        TO WS-HDR-GEN-ID
           MOVE WS-RESTORE-STORE TO WS-HDR-STORE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

      *>    first pass proves every copy; nothing is written to a store
      *>    unless all of them are good
           PERFORM VARYING BKR-IDX FROM 1 BY 1
              UNTIL BKR-IDX > BKR-STORE-COUNT
               PERFORM CHECK-ONE-STORE THRU CHECK-ONE-STORE-EXIT
           END-PERFORM

           IF WS-STORES-SELECTED = 0
               DISPLAY "DB2RSTR: NO STORE " WS-RESTORE-STORE
                  " ON THE REGISTRY - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
           END-IF

           IF WS-STORES-FAILED = 0 AND WS-STORES-SELECTED > 0
               PERFORM VARYING BKR-IDX FROM 1 BY 1
                  UNTIL BKR-IDX > BKR-STORE-COUNT
                   PERFORM RESTORE-ONE-STORE
                      THRU RESTORE-ONE-STORE-EXIT
               END-PERFORM
           ELSE
               IF WS-STORES-FAILED > 0
                   DISPLAY "DB2RSTR: GENERATION " WS-GEN-ID
                      " DOES NOT PROVE - NOTHING RESTORED"
               END-IF
           END-IF

           PERFORM VARYING BKR-IDX FROM 1 BY 1
              UNTIL BKR-IDX > BKR-STORE-COUNT
               PERFORM REPORT-ONE-STORE THRU REPORT-ONE-STORE-EXIT
           END-PERFORM

           CLOSE REPORT-FILE

           DISPLAY "DB2RSTR: =========== RESTORE SUMMARY =========="
           DISPLAY "DB2RSTR: GENERATION          : " WS-GEN-ID
           DISPLAY "DB2RSTR: STORE REQUESTED     : " WS-RESTORE-STORE
           DISPLAY "DB2RSTR: STORES SELECTED     : " WS-STORES-SELECTED
           DISPLAY "DB2RSTR: STORES RESTORED     : " WS-STORES-RESTORED
           DISPLAY "DB2RSTR: STORES LEFT AS IS   : " WS-STORES-LEFT
           DISPLAY "DB2RSTR: STORES FAILED       : " WS-STORES-FAILED
           DISPLAY "DB2RSTR: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2RSTR: ======================================"

           IF WS-STORES-FAILED > 0
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "DB2RSTR: EXITING STORE RESTORE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2RSTR-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-CATALOG-FILE-NAME
              FROM ENVIRONMENT "DB2BKUP_CATALOG_FILE"
           IF WS-CATALOG-FILE-NAME = SPACE
               MOVE 'bkcat.txt' TO WS-CATALOG-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2RSTR_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'rstrrpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

      *>    restoring is never a default: the store must be named
           ACCEPT WS-RESTORE-STORE FROM ENVIRONMENT "DB2RSTR_STORE"
           IF WS-RESTORE-STORE = SPACE
               DISPLAY "DB2RSTR: DB2RSTR_STORE NOT SET - NAME A STORE"
                  " OR ALL; NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               GO TO RESOLVE-CONTROLS-EXIT
           END-IF

           MOVE 0 TO WS-GEN-ID
           ACCEPT WS-GEN-IN FROM ENVIRONMENT "DB2RSTR_GENERATION"
           IF WS-GEN-IN NOT = SPACE
               IF WS-GEN-IN IS NUMERIC
                   MOVE WS-GEN-IN TO WS-GEN-ID
               ELSE
                   DISPLAY "DB2RSTR: DB2RSTR_GENERATION " WS-GEN-IN
                      " IS NOT A GENERATION ID; NOTHING RESTORED"
                   MOVE 16 TO RETURN-CODE
                   GO TO RESOLVE-CONTROLS-EXIT
               END-IF
           END-IF

           DISPLAY "DB2RSTR: CATALOG           = " WS-CATALOG-FILE-NAME
           DISPLAY "DB2RSTR: STORE             = " WS-RESTORE-STORE
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-GENERATION SECTION.
      *>------------------------------------------------------------------------
      *>    with no generation asked for, a first pass finds the latest
           OPEN INPUT CATALOG-FILE
           IF NOT WS-CAT-FILE-OK
               DISPLAY "DB2RSTR: CATALOG " WS-CATALOG-FILE-NAME
                  " NOT AVAILABLE - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-GENERATION-EXIT
           END-IF

           IF WS-GEN-ID = 0
               MOVE 'N' TO WS-CAT-EOF-SW
               PERFORM FIND-LATEST-GENERATION
                  THRU FIND-LATEST-GENERATION-EXIT
                  UNTIL WS-CAT-EOF
               CLOSE CATALOG-FILE
               OPEN INPUT CATALOG-FILE
           END-IF

           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO WS-CAT-EOF-SW
           PERFORM READ-CATALOG-RECORD THRU READ-CATALOG-RECORD-EXIT
              UNTIL WS-CAT-EOF
           CLOSE CATALOG-FILE

           IF WS-CAT-COUNT = 0
               DISPLAY "DB2RSTR: GENERATION " WS-GEN-ID
                  " IS NOT ON THE CATALOG - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-GENERATION-EXIT
           END-IF

           DISPLAY "DB2RSTR: GENERATION        = " WS-GEN-ID
           .
       LOAD-GENERATION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-LATEST-GENERATION SECTION.
      *>------------------------------------------------------------------------
           READ CATALOG-FILE
             AT END
               SET WS-CAT-EOF TO TRUE
               GO TO FIND-LATEST-GENERATION-EXIT
           END-READ

           IF BKC-GEN-ID IS NUMERIC
           AND BKC-GEN-ID > WS-GEN-ID
               MOVE BKC-GEN-ID TO WS-GEN-ID
           END-IF
           .
       FIND-LATEST-GENERATION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-CATALOG-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CATALOG-FILE
             AT END
               SET WS-CAT-EOF TO TRUE
               GO TO READ-CATALOG-RECORD-EXIT
           END-READ

           IF BKC-GEN-ID IS NOT NUMERIC
           OR BKC-GEN-ID NOT = WS-GEN-ID
           OR WS-CAT-COUNT >= 50
               GO TO READ-CATALOG-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CAT-COUNT
           SET WS-CAT-IDX TO WS-CAT-COUNT
           MOVE BKC-STORE-ID   TO WS-CAT-STORE-ID (WS-CAT-IDX)
           MOVE BKC-STATE      TO WS-CAT-STATE (WS-CAT-IDX)
           MOVE BKC-REC-COUNT  TO WS-CAT-REC-COUNT (WS-CAT-IDX)
           MOVE BKC-HASH       TO WS-CAT-HASH (WS-CAT-IDX)
           MOVE BKC-GEN-FILE   TO WS-CAT-GEN-FILE (WS-CAT-IDX)
           .
       READ-CATALOG-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-ONE-STORE SECTION.
      *>------------------------------------------------------------------------
           SET WS-SEL-IDX TO BKR-IDX
           MOVE SPACE  TO WS-SEL-STATE (WS-SEL-IDX)
           MOVE SPACES TO WS-SEL-REASON (WS-SEL-IDX)
           MOVE 0      TO WS-SEL-CAT-IDX (WS-SEL-IDX)

           IF NOT WS-RESTORE-ALL
           AND BKR-STORE-ID (BKR-IDX) NOT = WS-RESTORE-STORE
               GO TO CHECK-ONE-STORE-EXIT
           END-IF

           ADD 1 TO WS-STORES-SELECTED

           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-FOUND
               IF WS-CAT-STORE-ID (WS-CAT-IDX) = BKR-STORE-ID (BKR-IDX)
                   SET WS-CAT-FOUND TO TRUE
                   SET WS-SEL-CAT-IDX (WS-SEL-IDX) TO WS-CAT-IDX
               END-IF
           END-PERFORM

           IF NOT WS-CAT-FOUND
               MOVE 'F' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE "NOT IN THIS GENERATION"
                 TO WS-SEL-REASON (WS-SEL-IDX)
               ADD 1 TO WS-STORES-FAILED
               GO TO CHECK-ONE-STORE-EXIT
           END-IF

           SET WS-CAT-IDX TO WS-SEL-CAT-IDX (WS-SEL-IDX)

           EVALUATE WS-CAT-STATE (WS-CAT-IDX)
             WHEN 'A'
               MOVE 'A' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE "NOT ON DISK AT BACKUP - LEFT AS IS"
                 TO WS-SEL-REASON (WS-SEL-IDX)
               GO TO CHECK-ONE-STORE-EXIT
             WHEN 'C'
               CONTINUE
             WHEN OTHER
               MOVE 'F' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE "COPY FAILED AT BACKUP"
                 TO WS-SEL-REASON (WS-SEL-IDX)
               ADD 1 TO WS-STORES-FAILED
               GO TO CHECK-ONE-STORE-EXIT
           END-EVALUATE

           MOVE WS-CAT-GEN-FILE (WS-CAT-IDX)  TO WS-GEN-FILE-NAME
           MOVE WS-CAT-REC-COUNT (WS-CAT-IDX) TO WS-WANT-COUNT
           MOVE WS-CAT-HASH (WS-CAT-IDX)      TO WS-WANT-HASH

           PERFORM PROVE-GENERATION-FILE
              THRU PROVE-GENERATION-FILE-EXIT

           IF WS-RUN-OK
               MOVE 'R' TO WS-SEL-STATE (WS-SEL-IDX)
           ELSE
               MOVE 'F' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE WS-RUN-REASON TO WS-SEL-REASON (WS-SEL-IDX)
               ADD 1 TO WS-STORES-FAILED
           END-IF
           .
       CHECK-ONE-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROVE-GENERATION-FILE SECTION.
      *>------------------------------------------------------------------------
           SET WS-RUN-FAILED TO TRUE
           MOVE 'N' TO WS-GEN-EOF-SW
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-PASS-COUNT

           OPEN INPUT GEN-FILE
           IF NOT WS-GEN-FILE-OK
               MOVE "GENERATION FILE NOT AVAILABLE" TO WS-RUN-REASON
               GO TO PROVE-GENERATION-FILE-EXIT
           END-IF

           PERFORM READ-GENERATION-RECORD
              THRU READ-GENERATION-RECORD-EXIT
              UNTIL WS-GEN-EOF
           CLOSE GEN-FILE

           IF WS-PASS-COUNT NOT = WS-WANT-COUNT
           OR WS-HASH-TOTAL NOT = WS-WANT-HASH
               MOVE "COPY DOES NOT MATCH CATALOG COUNT/HASH"
                 TO WS-RUN-REASON
               GO TO PROVE-GENERATION-FILE-EXIT
           END-IF

           SET WS-RUN-OK TO TRUE
           .
       PROVE-GENERATION-FILE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-GENERATION-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ GEN-FILE
             AT END
               SET WS-GEN-EOF TO TRUE
             NOT AT END
               MOVE GEN-RECORD TO WS-HASH-AREA
               PERFORM ADD-RECORD-HASH THRU ADD-RECORD-HASH-EXIT
           END-READ
           .
       READ-GENERATION-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESTORE-ONE-STORE SECTION.
      *>------------------------------------------------------------------------
           SET WS-SEL-IDX TO BKR-IDX
           IF WS-SEL-STATE (WS-SEL-IDX) NOT = 'R'
               GO TO RESTORE-ONE-STORE-EXIT
           END-IF

           SET WS-CAT-IDX TO WS-SEL-CAT-IDX (WS-SEL-IDX)
           MOVE WS-CAT-GEN-FILE (WS-CAT-IDX)  TO WS-GEN-FILE-NAME
           MOVE WS-CAT-REC-COUNT (WS-CAT-IDX) TO WS-WANT-COUNT
           MOVE WS-CAT-HASH (WS-CAT-IDX)      TO WS-WANT-HASH

           PERFORM RESOLVE-STORE-NAME THRU RESOLVE-STORE-NAME-EXIT

           PERFORM RELOAD-STORE THRU RELOAD-STORE-EXIT

           IF WS-RUN-OK
               PERFORM PROVE-RESTORED-STORE
                  THRU PROVE-RESTORED-STORE-EXIT
           END-IF

           IF WS-RUN-OK
               MOVE 'D' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE "RESTORED - COUNT AND HASH PROVED"
                 TO WS-SEL-REASON (WS-SEL-IDX)
           ELSE
               MOVE 'X' TO WS-SEL-STATE (WS-SEL-IDX)
               MOVE WS-RUN-REASON TO WS-SEL-REASON (WS-SEL-IDX)
               ADD 1 TO WS-STORES-FAILED
               DISPLAY "DB2RSTR: " BKR-STORE-ID (BKR-IDX) " FAILED - "
                  WS-RUN-REASON
           END-IF
           .
       RESTORE-ONE-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-STORE-NAME SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO WS-STORE-FILE-NAME
           ACCEPT WS-STORE-FILE-NAME
              FROM ENVIRONMENT BKR-ENV-VAR (BKR-IDX)
           IF WS-STORE-FILE-NAME = SPACE
               MOVE BKR-DEFAULT (BKR-IDX) TO WS-STORE-FILE-NAME
           END-IF
           .
       RESOLVE-STORE-NAME-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RELOAD-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    the store is recreated empty and loaded from the copy
           SET WS-RUN-FAILED TO TRUE

           OPEN INPUT GEN-FILE
           IF NOT WS-GEN-FILE-OK
               MOVE "GENERATION FILE NOT AVAILABLE" TO WS-RUN-REASON
               GO TO RELOAD-STORE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN BKR-CONTACT (BKR-IDX)
               OPEN OUTPUT CONT-FILE
             WHEN BKR-STATUS (BKR-IDX)
               OPEN OUTPUT ESTA-FILE
             WHEN BKR-JOBCODE (BKR-IDX)
               OPEN OUTPUT JOBC-FILE
             WHEN BKR-HISTORY (BKR-IDX)
               OPEN OUTPUT HIST-FILE
             WHEN BKR-CERTS (BKR-IDX)
               OPEN OUTPUT CERT-FILE
             WHEN BKR-LEAVE-BAL (BKR-IDX)
               OPEN OUTPUT BAL-FILE
             WHEN BKR-PERF-RATING (BKR-IDX)
               OPEN OUTPUT PRAT-FILE
             WHEN OTHER
               OPEN OUTPUT STORE-FILE
           END-EVALUATE

           IF NOT WS-STO-FILE-OK
               CLOSE GEN-FILE
               MOVE "STORE WOULD NOT OPEN FOR OUTPUT" TO WS-RUN-REASON
               GO TO RELOAD-STORE-EXIT
           END-IF

           SET WS-RUN-OK TO TRUE
           MOVE 'N' TO WS-GEN-EOF-SW
           PERFORM RELOAD-ONE-RECORD THRU RELOAD-ONE-RECORD-EXIT
              UNTIL WS-GEN-EOF

           CLOSE GEN-FILE
           PERFORM CLOSE-STORE THRU CLOSE-STORE-EXIT
           .
       RELOAD-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RELOAD-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ GEN-FILE
             AT END
               SET WS-GEN-EOF TO TRUE
               GO TO RELOAD-ONE-RECORD-EXIT
           END-READ

           EVALUATE TRUE
             WHEN BKR-CONTACT (BKR-IDX)
               MOVE GEN-RECORD TO CONT-RECORD
               WRITE CONT-RECORD
             WHEN BKR-STATUS (BKR-IDX)
               MOVE GEN-RECORD TO ESTA-RECORD
               WRITE ESTA-RECORD
             WHEN BKR-JOBCODE (BKR-IDX)
               MOVE GEN-RECORD TO JOBC-RECORD
               WRITE JOBC-RECORD
             WHEN BKR-HISTORY (BKR-IDX)
               MOVE GEN-RECORD TO HIST-RECORD
               WRITE HIST-RECORD
             WHEN BKR-CERTS (BKR-IDX)
               MOVE GEN-RECORD TO CERT-RECORD
               WRITE CERT-RECORD
             WHEN BKR-LEAVE-BAL (BKR-IDX)
               MOVE GEN-RECORD TO BAL-RECORD
               WRITE BAL-RECORD
             WHEN BKR-PERF-RATING (BKR-IDX)
               MOVE GEN-RECORD TO PRAT-RECORD
               WRITE PRAT-RECORD
             WHEN OTHER
               MOVE GEN-RECORD TO STORE-RECORD
               WRITE STORE-RECORD
           END-EVALUATE

      *>    a record the store will not take (a duplicate key) is
      *>    caught here; the read-back proof would miss the count too
           IF NOT WS-STO-FILE-OK
           AND WS-RUN-OK
               SET WS-RUN-FAILED TO TRUE
               MOVE "STORE REFUSED A RECORD ON RELOAD" TO WS-RUN-REASON
           END-IF
           .
       RELOAD-ONE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PROVE-RESTORED-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    the store as now on disk must give the catalogued count and
      *>    hash - the same proof the backup made of the copy
           SET WS-RUN-FAILED TO TRUE
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-PASS-COUNT

           EVALUATE TRUE
             WHEN BKR-CONTACT (BKR-IDX)
               OPEN INPUT CONT-FILE
             WHEN BKR-STATUS (BKR-IDX)
               OPEN INPUT ESTA-FILE
             WHEN BKR-JOBCODE (BKR-IDX)
               OPEN INPUT JOBC-FILE
             WHEN BKR-HISTORY (BKR-IDX)
               OPEN INPUT HIST-FILE
             WHEN BKR-CERTS (BKR-IDX)
               OPEN INPUT CERT-FILE
             WHEN BKR-LEAVE-BAL (BKR-IDX)
               OPEN INPUT BAL-FILE
             WHEN BKR-PERF-RATING (BKR-IDX)
               OPEN INPUT PRAT-FILE
             WHEN OTHER
               OPEN INPUT STORE-FILE
           END-EVALUATE

           IF NOT WS-STO-FILE-OK
               MOVE "RESTORED STORE WOULD NOT REOPEN" TO WS-RUN-REASON
               GO TO PROVE-RESTORED-STORE-EXIT
           END-IF

           PERFORM READ-STORE-RECORD THRU READ-STORE-RECORD-EXIT
              UNTIL WS-STORE-EOF
           PERFORM CLOSE-STORE THRU CLOSE-STORE-EXIT

           IF WS-PASS-COUNT NOT = WS-WANT-COUNT
           OR WS-HASH-TOTAL NOT = WS-WANT-HASH
               MOVE "RESTORED STORE DOES NOT PROVE" TO WS-RUN-REASON
               GO TO PROVE-RESTORED-STORE-EXIT
           END-IF

           SET WS-RUN-OK TO TRUE
           .
       PROVE-RESTORED-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STORE-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO GEN-RECORD

           EVALUATE TRUE
             WHEN BKR-CONTACT (BKR-IDX)
               READ CONT-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE CONT-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-STATUS (BKR-IDX)
               READ ESTA-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE ESTA-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-JOBCODE (BKR-IDX)
               READ JOBC-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE JOBC-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-HISTORY (BKR-IDX)
               READ HIST-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE HIST-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-CERTS (BKR-IDX)
               READ CERT-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE CERT-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-LEAVE-BAL (BKR-IDX)
               READ BAL-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE BAL-RECORD TO GEN-RECORD
               END-READ
             WHEN BKR-PERF-RATING (BKR-IDX)
               READ PRAT-FILE NEXT RECORD
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE PRAT-RECORD TO GEN-RECORD
               END-READ
             WHEN OTHER
               READ STORE-FILE
                 AT END
                   SET WS-STORE-EOF TO TRUE
                 NOT AT END
                   MOVE STORE-RECORD TO GEN-RECORD
               END-READ
           END-EVALUATE

           IF NOT WS-STORE-EOF
               MOVE GEN-RECORD TO WS-HASH-AREA
               PERFORM ADD-RECORD-HASH THRU ADD-RECORD-HASH-EXIT
           END-IF
           .
       READ-STORE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CLOSE-STORE SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN BKR-CONTACT (BKR-IDX)
               CLOSE CONT-FILE
             WHEN BKR-STATUS (BKR-IDX)
               CLOSE ESTA-FILE
             WHEN BKR-JOBCODE (BKR-IDX)
               CLOSE JOBC-FILE
             WHEN BKR-HISTORY (BKR-IDX)
               CLOSE HIST-FILE
             WHEN BKR-CERTS (BKR-IDX)
               CLOSE CERT-FILE
             WHEN BKR-LEAVE-BAL (BKR-IDX)
               CLOSE BAL-FILE
             WHEN BKR-PERF-RATING (BKR-IDX)
               CLOSE PRAT-FILE
             WHEN OTHER
               CLOSE STORE-FILE
           END-EVALUATE
           .
       CLOSE-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-RECORD-HASH SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-PASS-COUNT
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 128
               ADD WS-HASH-WORD (WS-HASH-IDX) TO WS-HASH-TOTAL
           END-PERFORM
           .
       ADD-RECORD-HASH-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REPORT-ONE-STORE SECTION.
      *>------------------------------------------------------------------------
           SET WS-SEL-IDX TO BKR-IDX
           IF WS-SEL-STATE (WS-SEL-IDX) = SPACE
               GO TO REPORT-ONE-STORE-EXIT
           END-IF

           MOVE BKR-STORE-ID (BKR-IDX) TO WS-DTL-STORE
           MOVE SPACES TO WS-DTL-FILE
           MOVE 0 TO WS-DTL-COUNT
           MOVE 0 TO WS-DTL-HASH
           IF WS-SEL-CAT-IDX (WS-SEL-IDX) > 0
               SET WS-CAT-IDX TO WS-SEL-CAT-IDX (WS-SEL-IDX)
               MOVE WS-CAT-GEN-FILE (WS-CAT-IDX)  TO WS-DTL-FILE
               MOVE WS-CAT-REC-COUNT (WS-CAT-IDX) TO WS-DTL-COUNT
               MOVE WS-CAT-HASH (WS-CAT-IDX)      TO WS-DTL-HASH
           END-IF

      *>    a proved copy never reached because another store failed
           EVALUATE WS-SEL-STATE (WS-SEL-IDX)
             WHEN 'R'
               MOVE "COPY PROVED - NOT RESTORED (RUN STOPPED)"
                 TO WS-DTL-RESULT
             WHEN 'D'
               ADD 1 TO WS-STORES-RESTORED
               MOVE WS-SEL-REASON (WS-SEL-IDX) TO WS-DTL-RESULT
             WHEN 'A'
               ADD 1 TO WS-STORES-LEFT
               MOVE WS-SEL-REASON (WS-SEL-IDX) TO WS-DTL-RESULT
             WHEN OTHER
               MOVE WS-SEL-REASON (WS-SEL-IDX) TO WS-DTL-RESULT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       REPORT-ONE-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2RSTR.

      *>************************************************************************
      *>  SAMPLE STORE GENERATION BACKUP PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2BKUP.cob
      *>
      *> Purpose:      Night-stream backup of every store kept outside
      *>               DB2 into a dated generation
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - copies every store on the registry (BKRDB2CO.cpy)
      *>                 into a new generation: the contact master and
      *>                 archive, the status and job-code masters, the
      *>                 employee history, xferhist.txt, the audit trail,
      *>                 store and archive index, the pending store, the
      *>                 approvals queue, the reject ledger, runlog.txt,
      *>                 hdbudget.txt and the requisition, location and
      *>                 rating masters; each store's file name comes
      *>                 from the same environment variable its owning
      *>                 program uses
      *>               - the generation id is the run date and a two-
      *>                 digit sequence within the day; each copy is a
      *>                 flat file named prefix + generation + store
      *>                 (DB2BKUP_PREFIX, default bkup.), the indexed
      *>                 stores unloaded record for record in key order
      *>               - every copy is read back after it is written and
      *>                 must give the same record count and hash total
      *>                 (the sum of the record image taken two bytes at
      *>                 a time) as the store it came from; both go on the
      *>                 catalog bkcat.txt (DB2BKUP_CATALOG_FILE) that
      *>                 DB2RSTR restores from
      *>               - keeps DB2BKUP_GENERATIONS generations (default
      *>                 7): once a run has proved every copy, the oldest
      *>                 generations beyond that are deleted with their
      *>                 files; a run with a failed copy prunes nothing
      *>               - a store not on disk is catalogued as absent, not
      *>                 as a failure - not every shop keeps every store
      *>               - report bkuprpt.txt (DB2BKUP_REPORT_FILE); a
      *>                 failed copy ends the run with condition code 16
      *>                 so the stream controller flags it
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the certification, leave balance and performance
      *>              rating stores are indexed now; they are unloaded in
      *>              key order like the contact, status, job-code and
      *>              history stores.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2BKUP.

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
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONT-EMPNO
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT ESTA-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ESTA-EMPNO
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT JOBC-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS JOBC-CODE
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT HIST-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT CERT-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT BAL-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BAL-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT PRAT-FILE ASSIGN TO WS-STORE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PRAT-KEY
        FILE STATUS IS WS-STO-FILE-STATUS.

        SELECT GEN-FILE ASSIGN TO WS-GEN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the generation catalog DB2RSTR restores from
       FD CATALOG-FILE.
         COPY "BKCDB2CO.cpy".

      *> any line-sequential store on the registry
       FD STORE-FILE.
       01 STORE-RECORD              PIC X(256).

      *> the indexed stores, read front to back in key order
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

      *> one store's copy in this generation
       FD GEN-FILE.
       01 GEN-RECORD                PIC X(256).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *> the stores to copy, and where each one lives
         COPY "BKRDB2CO.cpy".

      *> runtime-overridable file names and controls
        01 WS-CATALOG-FILE-NAME  PIC X(100) VALUE 'bkcat.txt'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'bkuprpt.txt'.
        01 WS-GEN-PREFIX         PIC X(60)  VALUE 'bkup.'.
        01 WS-STORE-FILE-NAME    PIC X(100).
        01 WS-GEN-FILE-NAME      PIC X(100).
        01 WS-KEEP-IN            PIC X(2).
        01 WS-KEEP-GENS          PIC 9(2) VALUE 7.

        01 WS-CAT-FILE-STATUS    PIC XX.
           88 WS-CAT-FILE-OK         VALUE '00'.
        01 WS-STO-FILE-STATUS    PIC XX.
           88 WS-STO-FILE-OK         VALUE '00'.
           88 WS-STO-FILE-MISSING    VALUE '35'.
        01 WS-GEN-FILE-STATUS    PIC XX.
           88 WS-GEN-FILE-OK         VALUE '00'.

        01 WS-CAT-EOF-SW         PIC X VALUE 'N'.
           88 WS-CAT-EOF             VALUE 'Y'.
        01 WS-STORE-EOF-SW       PIC X VALUE 'N'.
           88 WS-STORE-EOF           VALUE 'Y'.
        01 WS-GEN-EOF-SW         PIC X VALUE 'N'.
           88 WS-GEN-EOF             VALUE 'Y'.

      *> the catalog rides in memory: this run's entries are added at
      *> the end and pruned generations dropped before it is rewritten
        01 WS-CAT-COUNT          PIC 9(4) VALUE 0.
        01 WS-CAT-MAX            PIC 9(4) VALUE 2000.
        01 WS-CAT-TAB.
           05 WS-CAT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-CAT-IDX.
              10 WS-CAT-GEN-ID      PIC 9(10).
              10 WS-CAT-STORE-ID    PIC X(8).
              10 WS-CAT-STATE       PIC X(1).
              10 WS-CAT-REC-COUNT   PIC 9(9).
              10 WS-CAT-HASH        PIC 9(18).
              10 WS-CAT-GEN-FILE    PIC X(100).
              10 WS-CAT-DROP        PIC X(1).

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-GEN-ID             PIC 9(10) VALUE 0.
        01 WS-GEN-SEQ            PIC 9(2)  VALUE 0.
        01 WS-LAST-GEN-ID        PIC 9(10) VALUE 0.
        01 WS-GENS-ON-FILE       PIC 9(4)  VALUE 0.
        01 WS-GENS-TO-DROP       PIC 9(4)  VALUE 0.
        01 WS-GENS-DROPPED       PIC 9(4)  VALUE 0.

      *> what became of the store in hand: C(opied and proved),
      *> A(bsent - not on disk), F(ailed)
        01 WS-COPY-STATE         PIC X(1).
           88 WS-COPY-DONE           VALUE 'C'.
           88 WS-COPY-ABSENT         VALUE 'A'.
           88 WS-COPY-FAILED         VALUE 'F'.
        01 WS-COPY-REASON        PIC X(40).
        01 WS-COPY-COUNT         PIC 9(9)  VALUE 0.
        01 WS-COPY-HASH          PIC 9(18) VALUE 0.

      *> hash total: each record image summed two bytes at a time
        01 WS-HASH-AREA          PIC X(256).
        01 WS-HASH-WORDS REDEFINES WS-HASH-AREA.
           05 WS-HASH-WORD          PIC 9(4) COMP-5
                                    OCCURS 128 TIMES.
        01 WS-HASH-IDX           PIC 9(3) COMP VALUE 0.
        01 WS-HASH-TOTAL         PIC 9(18) VALUE 0.
        01 WS-PASS-COUNT         PIC 9(9)  VALUE 0.

        01 WS-STORES-COPIED      PIC 9(2) VALUE 0.
        01 WS-STORES-ABSENT      PIC 9(2) VALUE 0.
        01 WS-STORES-FAILED      PIC 9(2) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(33)
              VALUE "DB2BKUP - STORE BACKUP GENERATION".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-HDR-GEN-ID         PIC 9(10).
           05 FILLER                PIC X(10) VALUE "  KEEPING ".
           05 WS-HDR-KEEP           PIC Z9.
           05 FILLER                PIC X(75) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(10) VALUE "STORE".
           05 FILLER PIC X(42) VALUE "STORE FILE".
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

        01 WS-PRUNE-LINE.
           05 FILLER                PIC X(24)
              VALUE "GENERATION DELETED    : ".
           05 WS-PRN-GEN-ID         PIC 9(10).
           05 FILLER                PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2BKUP SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2BKUP: INSIDE STORE BACKUP"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT

           IF WS-CAT-COUNT + BKR-STORE-COUNT > WS-CAT-MAX
               DISPLAY "DB2BKUP: CATALOG " WS-CATALOG-FILE-NAME
                  " IS FULL - LOWER DB2BKUP_GENERATIONS; NOTHING COPIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ASSIGN-GENERATION-ID
              THRU ASSIGN-GENERATION-ID-EXIT

           IF WS-GEN-ID = 0
               DISPLAY "DB2BKUP: 99 GENERATIONS ALREADY TAKEN TODAY -"
                  " NOTHING COPIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-GEN-ID    TO WS-HDR-GEN-ID
           MOVE WS-KEEP-GENS TO WS-HDR-KEEP
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING BKR-IDX FROM 1 BY 1
              UNTIL BKR-IDX > BKR-STORE-COUNT
               PERFORM BACKUP-ONE-STORE THRU BACKUP-ONE-STORE-EXIT
           END-PERFORM

      *>    only a generation every copy of which proved out lets the
      *>    oldest ones go
           IF WS-STORES-FAILED = 0
               PERFORM PRUNE-OLD-GENERATIONS
                  THRU PRUNE-OLD-GENERATIONS-EXIT
           END-IF

           PERFORM REWRITE-CATALOG THRU REWRITE-CATALOG-EXIT

           CLOSE REPORT-FILE

           DISPLAY "DB2BKUP: =========== BACKUP SUMMARY ==========="
           DISPLAY "DB2BKUP: GENERATION          : " WS-GEN-ID
           DISPLAY "DB2BKUP: STORES COPIED       : " WS-STORES-COPIED
           DISPLAY "DB2BKUP: STORES NOT ON DISK  : " WS-STORES-ABSENT
           DISPLAY "DB2BKUP: STORES FAILED       : " WS-STORES-FAILED
           DISPLAY "DB2BKUP: GENERATIONS DELETED : " WS-GENS-DROPPED
           DISPLAY "DB2BKUP: CATALOG             : "
               WS-CATALOG-FILE-NAME
           DISPLAY "DB2BKUP: REPORT FILE         : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2BKUP: ======================================"

           IF WS-STORES-FAILED > 0
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "DB2BKUP: EXITING STORE BACKUP"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2BKUP-EX.
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
              FROM ENVIRONMENT "DB2BKUP_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'bkuprpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-GEN-PREFIX FROM ENVIRONMENT "DB2BKUP_PREFIX"
           IF WS-GEN-PREFIX = SPACE
               MOVE 'bkup.' TO WS-GEN-PREFIX
           END-IF

      *>    one or two digits; anything else keeps the default week
           ACCEPT WS-KEEP-IN FROM ENVIRONMENT "DB2BKUP_GENERATIONS"
           IF WS-KEEP-IN (2:1) = SPACE AND WS-KEEP-IN (1:1) IS NUMERIC
               MOVE WS-KEEP-IN (1:1) TO WS-KEEP-GENS
           ELSE
           IF WS-KEEP-IN IS NUMERIC
               MOVE WS-KEEP-IN TO WS-KEEP-GENS
           END-IF
           END-IF
           IF WS-KEEP-GENS = 0
               MOVE 7 TO WS-KEEP-GENS
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY "DB2BKUP: CATALOG           = " WS-CATALOG-FILE-NAME
           DISPLAY "DB2BKUP: GENERATION PREFIX = " WS-GEN-PREFIX
           DISPLAY "DB2BKUP: GENERATIONS KEPT  = " WS-KEEP-GENS
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-CATALOG SECTION.
      *>------------------------------------------------------------------------
      *>    no catalog yet simply means this is the first generation
           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO WS-CAT-EOF-SW

           OPEN INPUT CATALOG-FILE
           IF NOT WS-CAT-FILE-OK
               DISPLAY "DB2BKUP: NO CATALOG ON FILE - FIRST GENERATION"
               GO TO LOAD-CATALOG-EXIT
           END-IF

           PERFORM READ-CATALOG-RECORD THRU READ-CATALOG-RECORD-EXIT
              UNTIL WS-CAT-EOF
           CLOSE CATALOG-FILE
           .
       LOAD-CATALOG-EXIT.
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
               GO TO READ-CATALOG-RECORD-EXIT
           END-IF

      *>    a catalog grown past the table cannot be rewritten safely;
      *>    the check in the mainline stops the run before any copy
           IF WS-CAT-COUNT >= WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               SET WS-CAT-EOF TO TRUE
               GO TO READ-CATALOG-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CAT-COUNT
           SET WS-CAT-IDX TO WS-CAT-COUNT
           MOVE BKC-GEN-ID     TO WS-CAT-GEN-ID (WS-CAT-IDX)
           MOVE BKC-STORE-ID   TO WS-CAT-STORE-ID (WS-CAT-IDX)
           MOVE BKC-STATE      TO WS-CAT-STATE (WS-CAT-IDX)
           MOVE BKC-REC-COUNT  TO WS-CAT-REC-COUNT (WS-CAT-IDX)
           MOVE BKC-HASH       TO WS-CAT-HASH (WS-CAT-IDX)
           MOVE BKC-GEN-FILE   TO WS-CAT-GEN-FILE (WS-CAT-IDX)
           MOVE 'N'            TO WS-CAT-DROP (WS-CAT-IDX)
           .
       READ-CATALOG-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ASSIGN-GENERATION-ID SECTION.
      *>------------------------------------------------------------------------
      *>    today's date and the next sequence after any generation
      *>    already taken today; zero when the day's 99 are used up
           MOVE 0 TO WS-GEN-SEQ
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-GEN-ID (WS-CAT-IDX) (1:8) = WS-RUN-DATE
               AND WS-CAT-GEN-ID (WS-CAT-IDX) (9:2) > WS-GEN-SEQ
                   MOVE WS-CAT-GEN-ID (WS-CAT-IDX) (9:2)
                     TO WS-GEN-SEQ
               END-IF
           END-PERFORM

           IF WS-GEN-SEQ >= 99
               MOVE 0 TO WS-GEN-ID
           ELSE
               ADD 1 TO WS-GEN-SEQ
               COMPUTE WS-GEN-ID = WS-RUN-DATE * 100 + WS-GEN-SEQ
           END-IF
           .
       ASSIGN-GENERATION-ID-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BACKUP-ONE-STORE SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO WS-STORE-FILE-NAME
           ACCEPT WS-STORE-FILE-NAME
              FROM ENVIRONMENT BKR-ENV-VAR (BKR-IDX)
           IF WS-STORE-FILE-NAME = SPACE
               MOVE BKR-DEFAULT (BKR-IDX) TO WS-STORE-FILE-NAME
           END-IF

           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING WS-GEN-PREFIX          DELIMITED BY SPACE
                  WS-GEN-ID              DELIMITED BY SIZE
                  "."                    DELIMITED BY SIZE
                  BKR-STORE-ID (BKR-IDX) DELIMITED BY SPACE
                  INTO WS-GEN-FILE-NAME
           END-STRING

           MOVE SPACES TO WS-COPY-REASON
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-HASH

           PERFORM COPY-STORE THRU COPY-STORE-EXIT

           IF WS-COPY-DONE
               PERFORM PROVE-GENERATION-FILE
                  THRU PROVE-GENERATION-FILE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-COPY-DONE
               ADD 1 TO WS-STORES-COPIED
               MOVE "COPIED - COUNT AND HASH PROVED"
                 TO WS-COPY-REASON
             WHEN WS-COPY-ABSENT
               ADD 1 TO WS-STORES-ABSENT
               MOVE "NOT ON DISK - NOTHING TO COPY"
                 TO WS-COPY-REASON
             WHEN OTHER
               ADD 1 TO WS-STORES-FAILED
               DISPLAY "DB2BKUP: " BKR-STORE-ID (BKR-IDX) " FAILED - "
                  WS-COPY-REASON
           END-EVALUATE

           ADD 1 TO WS-CAT-COUNT
           SET WS-CAT-IDX TO WS-CAT-COUNT
           MOVE WS-GEN-ID              TO WS-CAT-GEN-ID (WS-CAT-IDX)
           MOVE BKR-STORE-ID (BKR-IDX) TO WS-CAT-STORE-ID (WS-CAT-IDX)
           MOVE WS-COPY-STATE          TO WS-CAT-STATE (WS-CAT-IDX)
           MOVE WS-COPY-COUNT          TO WS-CAT-REC-COUNT (WS-CAT-IDX)
           MOVE WS-COPY-HASH           TO WS-CAT-HASH (WS-CAT-IDX)
           MOVE WS-GEN-FILE-NAME       TO WS-CAT-GEN-FILE (WS-CAT-IDX)
           MOVE 'N'                    TO WS-CAT-DROP (WS-CAT-IDX)

           MOVE BKR-STORE-ID (BKR-IDX) TO WS-DTL-STORE
           MOVE WS-STORE-FILE-NAME     TO WS-DTL-FILE
           MOVE WS-COPY-COUNT          TO WS-DTL-COUNT
           MOVE WS-COPY-HASH           TO WS-DTL-HASH
           MOVE WS-COPY-REASON         TO WS-DTL-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .
       BACKUP-ONE-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COPY-STORE SECTION.
      *>------------------------------------------------------------------------
           SET WS-COPY-FAILED TO TRUE

           PERFORM OPEN-STORE-INPUT THRU OPEN-STORE-INPUT-EXIT

           IF WS-STO-FILE-MISSING
               SET WS-COPY-ABSENT TO TRUE
               GO TO COPY-STORE-EXIT
           END-IF

           IF NOT WS-STO-FILE-OK
               MOVE "STORE WOULD NOT OPEN" TO WS-COPY-REASON
               GO TO COPY-STORE-EXIT
           END-IF

           OPEN OUTPUT GEN-FILE
           IF NOT WS-GEN-FILE-OK
               PERFORM CLOSE-STORE THRU CLOSE-STORE-EXIT
               MOVE "GENERATION FILE WOULD NOT OPEN" TO WS-COPY-REASON
               GO TO COPY-STORE-EXIT
           END-IF

           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-PASS-COUNT

           PERFORM COPY-ONE-RECORD THRU COPY-ONE-RECORD-EXIT
              UNTIL WS-STORE-EOF

           PERFORM CLOSE-STORE THRU CLOSE-STORE-EXIT
           CLOSE GEN-FILE

           MOVE WS-PASS-COUNT TO WS-COPY-COUNT
           MOVE WS-HASH-TOTAL TO WS-COPY-HASH
           SET WS-COPY-DONE TO TRUE
           .
       COPY-STORE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COPY-ONE-RECORD SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-STORE-RECORD THRU READ-STORE-RECORD-EXIT

           IF WS-STORE-EOF
               GO TO COPY-ONE-RECORD-EXIT
           END-IF

           MOVE GEN-RECORD TO WS-HASH-AREA
           PERFORM ADD-RECORD-HASH THRU ADD-RECORD-HASH-EXIT
           WRITE GEN-RECORD
           .
       COPY-ONE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       OPEN-STORE-INPUT SECTION.
      *>------------------------------------------------------------------------
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
           .
       OPEN-STORE-INPUT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STORE-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    whatever the store, the record comes back in GEN-RECORD,
      *>    space-filled to the generation record length
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
       PROVE-GENERATION-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    the copy is read back from disk and must give the count
      *>    and hash taken from the store itself
           MOVE 'N' TO WS-GEN-EOF-SW
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-PASS-COUNT

           OPEN INPUT GEN-FILE
           IF NOT WS-GEN-FILE-OK
               SET WS-COPY-FAILED TO TRUE
               MOVE "GENERATION FILE WOULD NOT REOPEN"
                 TO WS-COPY-REASON
               GO TO PROVE-GENERATION-FILE-EXIT
           END-IF

           PERFORM READ-GENERATION-RECORD
              THRU READ-GENERATION-RECORD-EXIT
              UNTIL WS-GEN-EOF
           CLOSE GEN-FILE

           IF WS-PASS-COUNT NOT = WS-COPY-COUNT
           OR WS-HASH-TOTAL NOT = WS-COPY-HASH
               SET WS-COPY-FAILED TO TRUE
               MOVE "COPY DOES NOT MATCH STORE COUNT/HASH"
                 TO WS-COPY-REASON
           END-IF
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
       PRUNE-OLD-GENERATIONS SECTION.
      *>------------------------------------------------------------------------
      *>    the catalog is in generation order, oldest first; the
      *>    generations beyond the number kept come off the front,
      *>    files and catalog entries together
           MOVE 0 TO WS-GENS-ON-FILE
           MOVE 0 TO WS-LAST-GEN-ID
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-GEN-ID (WS-CAT-IDX) NOT = WS-LAST-GEN-ID
                   ADD 1 TO WS-GENS-ON-FILE
                   MOVE WS-CAT-GEN-ID (WS-CAT-IDX) TO WS-LAST-GEN-ID
               END-IF
           END-PERFORM

           IF WS-GENS-ON-FILE <= WS-KEEP-GENS
               GO TO PRUNE-OLD-GENERATIONS-EXIT
           END-IF

           COMPUTE WS-GENS-TO-DROP = WS-GENS-ON-FILE - WS-KEEP-GENS

           MOVE 0 TO WS-GENS-DROPPED
           MOVE 0 TO WS-LAST-GEN-ID
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-GEN-ID (WS-CAT-IDX) NOT = WS-LAST-GEN-ID
                   MOVE WS-CAT-GEN-ID (WS-CAT-IDX) TO WS-LAST-GEN-ID
                   IF WS-GENS-DROPPED < WS-GENS-TO-DROP
                       ADD 1 TO WS-GENS-DROPPED
                       MOVE WS-LAST-GEN-ID TO WS-PRN-GEN-ID
                       MOVE WS-PRUNE-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                       MOVE 0 TO WS-GENS-TO-DROP
                   END-IF
               END-IF
               IF WS-GENS-TO-DROP > 0
                   MOVE 'Y' TO WS-CAT-DROP (WS-CAT-IDX)
                   IF WS-CAT-STATE (WS-CAT-IDX) NOT = 'A'
                       CALL "CBL_DELETE_FILE"
                          USING WS-CAT-GEN-FILE (WS-CAT-IDX)
                       END-CALL
                   END-IF
               END-IF
           END-PERFORM
           .
       PRUNE-OLD-GENERATIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       REWRITE-CATALOG SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-DROP (WS-CAT-IDX) NOT = 'Y'
                   MOVE SPACES TO BKC-RECORD
                   MOVE WS-CAT-GEN-ID (WS-CAT-IDX)    TO BKC-GEN-ID
                   MOVE WS-CAT-STORE-ID (WS-CAT-IDX)  TO BKC-STORE-ID
                   MOVE WS-CAT-STATE (WS-CAT-IDX)     TO BKC-STATE
                   MOVE WS-CAT-REC-COUNT (WS-CAT-IDX) TO BKC-REC-COUNT
                   MOVE WS-CAT-HASH (WS-CAT-IDX)      TO BKC-HASH
                   MOVE WS-CAT-GEN-FILE (WS-CAT-IDX)  TO BKC-GEN-FILE
                   WRITE BKC-RECORD
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           .
       REWRITE-CATALOG-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2BKUP.

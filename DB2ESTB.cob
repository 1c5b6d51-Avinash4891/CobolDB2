      *>               - header/trailer control records with count
      *>                 reconciliation, a reject file, and a run
      *>                 summary
      *>               - every applied change is appended to the day's
      *>                 status-change feed with the code it replaced,
      *>                 for the confirmation-letter run
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - status-change feed: each applied ADD/UPDATE/DELETE
      *>              is appended to statchgYYYYMMDD.txt (override
      *>              DB2ESTB_CHANGE_FILE) with the status code on file
      *>              before the change, read by a SELECT ahead of the
      *>              UPDATE or DELETE, so the letters run can tell a
      *>              return from leave from a first status record.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT STATCHG-FILE ASSIGN TO WS-STATCHG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTA-TX-FILE.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 REJ-REASON-TEXT       PIC X(40).

      *> the status-change feed - one record per applied change with
      *> the code it replaced, appended to the day's file
       FD STATCHG-FILE.
       01 STATCHG-RECORD.
           05 SCH-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCH-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCH-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 SCH-OPER              PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 SCH-OLD-CODE          PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-NEW-CODE          PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-EFF-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCH-RETURN-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.

         COPY "CPYESTA.cpy".
      *> the environment variables are not set
        01 WS-INPUT-FILE-NAME    PIC X(100) VALUE 'statin.txt'.
        01 WS-REJECT-FILE-NAME   PIC X(100) VALUE 'statrej.txt'.
        01 WS-STATCHG-FILE-NAME  PIC X(100).

      *> the status on file before the change, and the feed stamp
        01 WS-OLD-CODE           PIC X(1).
        01 WS-SCH-DATE           PIC 9(8).
        01 WS-SCH-TIME           PIC 9(8).

       PROCEDURE DIVISION.

               MOVE 'statrej.txt' TO WS-REJECT-FILE-NAME
           END-IF

           ACCEPT WS-SCH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STATCHG-FILE-NAME
              FROM ENVIRONMENT "DB2ESTB_CHANGE_FILE"
           IF WS-STATCHG-FILE-NAME = SPACE
               MOVE SPACES TO WS-STATCHG-FILE-NAME
               STRING "statchg"   DELIMITED BY SIZE
                      WS-SCH-DATE DELIMITED BY SIZE
                      ".txt"      DELIMITED BY SIZE
                      INTO WS-STATCHG-FILE-NAME
               END-STRING
           END-IF

           DISPLAY "DB2ESTB: INPUT FILE  = " WS-INPUT-FILE-NAME
           DISPLAY "DB2ESTB: REJECT FILE = " WS-REJECT-FILE-NAME
           DISPLAY "DB2ESTB: CHANGE FEED = " WS-STATCHG-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
      *>    DB2ESTA carries its own operation/status bytes on
      *>    CPY-EMPSTAT-REC, so the transaction image is mapped onto
      *>    the linkage record before the call and the outcome copied
      *>    back afterwards for tallying; an UPDATE or DELETE first
      *>    reads the status it is about to replace for the feed
           MOVE SPACE TO WS-OLD-CODE
           IF CPY-ETX-UPDATE OR CPY-ETX-DELETE
               INITIALIZE CPY-EMPSTAT-REC
               SET CPY-ESTA-SELECT TO TRUE
               MOVE CPY-ETX-EMPNO TO CPY-ESTA-EMPNO
               CALL WS-ESTA-PGM USING CPY-EMPSTAT-REC END-CALL
               IF CPY-ESTA-SUCCESS
                   MOVE CPY-ESTA-CODE TO WS-OLD-CODE
               END-IF
           END-IF

           INITIALIZE CPY-EMPSTAT-REC
           MOVE CPY-ETX-OPERATION   TO CPY-ESTA-OPERATION
           MOVE CPY-ETX-EMPNO       TO CPY-ESTA-EMPNO
           EVALUATE TRUE
             WHEN CPY-ETX-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
               PERFORM WRITE-CHANGE-RECORD
                  THRU WRITE-CHANGE-RECORD-EXIT
             WHEN CPY-ETX-FAIL
               ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CHANGE-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    one record per applied change, appended the same way the
      *>    employee drivers append their applied-change events
           ACCEPT WS-SCH-TIME FROM TIME

           OPEN EXTEND STATCHG-FILE
           MOVE SPACES              TO STATCHG-RECORD
           MOVE WS-SCH-DATE         TO SCH-DATE
           MOVE WS-SCH-TIME         TO SCH-TIME
           MOVE 'DB2ESTB '          TO SCH-SOURCE
           MOVE CPY-ETX-OPERATION   TO SCH-OPER
           MOVE CPY-ETX-EMPNO       TO SCH-EMPNO
           MOVE WS-OLD-CODE         TO SCH-OLD-CODE
           IF CPY-ETX-DELETE
               MOVE SPACE           TO SCH-NEW-CODE
               MOVE 0               TO SCH-EFF-DATE
               MOVE 0               TO SCH-RETURN-DATE
           ELSE
               MOVE CPY-ETX-CODE    TO SCH-NEW-CODE
               MOVE CPY-ETX-EFF-DATE TO SCH-EFF-DATE
               IF CPY-ETX-RETURN-DATE IS NUMERIC
                   MOVE CPY-ETX-RETURN-DATE TO SCH-RETURN-DATE
               ELSE
                   MOVE 0           TO SCH-RETURN-DATE
               END-IF
           END-IF
           WRITE STATCHG-RECORD
           CLOSE STATCHG-FILE
           .
       WRITE-CHANGE-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2ESTB.

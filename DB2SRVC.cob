      *> ========== ============================================================
      *> 2026.09.02 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the employee history store is now an indexed file
      *>              (default emphist.dat), read front to back in key
      *>              order; its layout comes from HSTDB2CO.cpy.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
      *> the history store DB2EHIST maintains - termination date plus
      *> the archived extract image of the row
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).
        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.

        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'service.txt'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME

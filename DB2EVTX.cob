      *>************************************************************************
      *>  SAMPLE DAILY EVENT FILE RELEASE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2EVTX.cob
      *>
      *> Purpose:      Releases the day's applied-change event file to
      *>               its subscribers through the dispatch register
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - runs at the end of the night stream, once the
      *>                 last program appending to the day's event file
      *>                 (DB2CRU1, DB2BLOAD, DB2BKOUT, DB2ONLN) is done
      *>               - the event file is named as the appending
      *>                 programs name it (DB2EVNT_FILE, else
      *>                 evtYYYYMMDD.txt for the feed date); the feed
      *>                 date defaults to today and can be named with
      *>                 DB2EVTX_FEED_DATE to release an earlier day
      *>               - a day with no applied change still sends a
      *>                 file: an empty one is created, so subscribers
      *>                 can tell a quiet day from a missing one
      *>               - counts the events and totals their new salary
      *>                 (in cents) for the register, then records the
      *>                 dispatch through DB2DSPR; a file identical to
      *>                 one already sent is refused (condition code 8)
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EVTX.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EVENT-FILE ASSIGN TO WS-EVENT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the applied-change event feed, as DB2CRU1 writes it
       FD EVENT-FILE.
       01 EVENT-RECORD.
           05 EVT-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 EVT-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 EVT-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-OPER              PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 EVT-WORKDEPT          PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-JOB               PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-SALARY            PIC 9(9).
           05 FILLER                PIC X(1).
           05 EVT-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-PROV-ORIGIN       PIC X(16).
           05 FILLER                PIC X(1).
           05 EVT-OLD-WORKDEPT      PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-OLD-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-NEW-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-EFF-DATE          PIC X(8).

       WORKING-STORAGE SECTION.

        01 WS-EVENT-FILE-NAME    PIC X(100).
        01 WS-EVT-FILE-STATUS    PIC XX.
           88 WS-EVT-FILE-OK         VALUE '00'.
           88 WS-EVT-FILE-MISSING    VALUE '35'.

        01 WS-EVT-EOF-SW         PIC X VALUE 'N'.
           88 WS-EVT-EOF             VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-FEED-DATE          PIC X(8).
        01 WS-FEED-DATE-NUM REDEFINES WS-FEED-DATE
                                 PIC 9(8).

        01 WS-EVENT-COUNT        PIC 9(7)  VALUE 0.
        01 WS-AMOUNT-TOTAL       PIC 9(15) VALUE 0.

      *> the dispatch register: the event file is recorded once it
      *> is counted, and a second identical file is refused
        01 WS-DSPR-PGM           PIC X(7) VALUE 'DB2DSPR'.

         COPY "CPYDSPR.cpy".

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2EVTX SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2EVTX: INSIDE EVENT FILE RELEASE MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM COUNT-EVENTS THRU COUNT-EVENTS-EXIT

           IF NOT WS-EVT-FILE-OK
               DISPLAY "DB2EVTX: UNABLE TO OPEN " WS-EVENT-FILE-NAME
                   " - FILE STATUS " WS-EVT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE CPY-DISPATCH-REC
           SET CPY-DSPR-REGISTER TO TRUE
           MOVE 'EVENTS'           TO CPY-DSPR-INTERFACE
           MOVE WS-EVENT-FILE-NAME TO CPY-DSPR-FILE-NAME
           MOVE 'DB2EVTX'          TO CPY-DSPR-REQ-PGM
           MOVE WS-FEED-DATE-NUM   TO CPY-DSPR-RUN-DATE
           MOVE WS-EVENT-COUNT     TO CPY-DSPR-REC-COUNT
           MOVE WS-AMOUNT-TOTAL    TO CPY-DSPR-AMOUNT-TOTAL

           CALL WS-DSPR-PGM USING CPY-DISPATCH-REC END-CALL

           DISPLAY "DB2EVTX: ========= RELEASE SUMMARY ============"
           DISPLAY "DB2EVTX: EVENT FILE         : " WS-EVENT-FILE-NAME
           DISPLAY "DB2EVTX: FEED DATE          : " WS-FEED-DATE
           DISPLAY "DB2EVTX: EVENTS             : " WS-EVENT-COUNT
           DISPLAY "DB2EVTX: NEW SALARY TOTAL   : " WS-AMOUNT-TOTAL
           IF CPY-DSPR-SUCCESS
               DISPLAY "DB2EVTX: DISPATCH           : REGISTERED"
           ELSE
           IF CPY-DSPR-DUPLICATE
               DISPLAY "DB2EVTX: DISPATCH           : REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "DB2EVTX: DISPATCH           : NOT REGISTERED"
                  " - REASON " CPY-DSPR-REASON
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           DISPLAY "DB2EVTX: ====================================="

           IF CPY-DSPR-DUPLICATE
               DISPLAY "DB2EVTX: *** DISPATCH REFUSED - IDENTICAL"
                  " EVENT FILE ALREADY SENT " CPY-DSPR-PRIOR-DATE
                  " - DO NOT RELEASE TO SUBSCRIBERS ***"
           END-IF

           DISPLAY "DB2EVTX: EXITING EVENT FILE RELEASE MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2EVTX-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-FEED-DATE FROM ENVIRONMENT "DB2EVTX_FEED_DATE"
           IF WS-FEED-DATE = SPACE
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF
           IF WS-FEED-DATE IS NOT NUMERIC
               DISPLAY "DB2EVTX: DB2EVTX_FEED_DATE " WS-FEED-DATE
                  " IS NOT YYYYMMDD - TODAY IS USED"
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF

      *>    named the way the appending programs name it
           ACCEPT WS-EVENT-FILE-NAME
              FROM ENVIRONMENT "DB2EVNT_FILE"
           IF WS-EVENT-FILE-NAME = SPACE
               MOVE SPACES TO WS-EVENT-FILE-NAME
               STRING "evt"        DELIMITED BY SIZE
                      WS-FEED-DATE DELIMITED BY SIZE
                      ".txt"       DELIMITED BY SIZE
                      INTO WS-EVENT-FILE-NAME
               END-STRING
           END-IF

           DISPLAY "DB2EVTX: EVENT FILE     = " WS-EVENT-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       COUNT-EVENTS SECTION.
      *>------------------------------------------------------------------------
      *>    no change applied all day leaves no file behind; an empty
      *>    one is sent so the quiet day is on the register too
           OPEN INPUT EVENT-FILE
           IF WS-EVT-FILE-MISSING
               DISPLAY "DB2EVTX: NO EVENTS FOR " WS-FEED-DATE
                  " - AN EMPTY EVENT FILE IS SENT"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               GO TO COUNT-EVENTS-EXIT
           END-IF
           IF NOT WS-EVT-FILE-OK
               GO TO COUNT-EVENTS-EXIT
           END-IF

           PERFORM READ-EVENT-RECORD THRU READ-EVENT-RECORD-EXIT
              UNTIL WS-EVT-EOF
           CLOSE EVENT-FILE
           .
       COUNT-EVENTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-EVENT-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ EVENT-FILE
             AT END
               SET WS-EVT-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-EVENT-COUNT
               IF EVT-NEW-SALARY IS NUMERIC
                   COMPUTE WS-AMOUNT-TOTAL =
                       WS-AMOUNT-TOTAL + EVT-NEW-SALARY * 100
               END-IF
           END-READ
           .
       READ-EVENT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2EVTX.

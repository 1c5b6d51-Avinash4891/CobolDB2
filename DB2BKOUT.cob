      *>                 itself lands on the audit trail like any update
      *>               - backout report of rows restored and rows that
      *>                 could not be restored, with the reason
      *>               - every restore is stamped with its change
      *>                 provenance: the backout utility (code K) and
      *>                 this program's name and run date, which reach
      *>                 the audit line and the event record
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              (evtYYYYMMDD.txt), the same applied-change feed
      *>              the batch driver writes, so the downstream
      *>              systems see the reversal too.
      *> 2026.10.15 Avinash Kumar
      *>            - each restore carries the backout utility as its
      *>              change provenance (DB2BKOUT and today's date as the
      *>              origin), and the event record carries the
      *>              provenance code and origin at its end.
      *> 2026.10.15 Avinash Kumar
      *>            - the event record is widened to the batch driver's
      *>              layout: the new salary at full precision and the
      *>              effective date (today's) follow the provenance;
      *>              the before-image fields stay blank here.
      *>************************************************************************

       IDENTIFICATION DIVISION.
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


      *> the run to back out and the trial switch
        01 WS-BKOUT-DATE         PIC X(8).
      *> today - the backout's own run date, stamped on each restore
        01 WS-RUN-DATE           PIC X(8).
        01 WS-TRIAL-SW           PIC X VALUE 'N'.
           88 WS-TRIAL-MODE          VALUE 'Y'.
        01 WS-TRIAL-IN           PIC X(1).
           ACCEPT WS-BKOUT-DATE
              FROM ENVIRONMENT "DB2BKOUT_RUN_DATE"

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-TRIAL-IN FROM ENVIRONMENT "DB2BKOUT_TRIAL"
           IF WS-TRIAL-IN = 'Y'
               SET WS-TRIAL-MODE TO TRUE
           MOVE WS-BFR-SALARY TO CPY-SALARY
           MOVE EXT-BONUS     TO CPY-BONUS
           MOVE EXT-COMM      TO CPY-COMM
           SET CPY-PROV-BACKOUT TO TRUE
           MOVE 'DB2BKOUT'    TO CPY-PROV-PGM
           MOVE WS-RUN-DATE   TO CPY-PROV-RUN-DATE

           CALL WS-UPDATE-PGM
              USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
           MOVE CPY-WORKDEPT      TO EVT-WORKDEPT
           MOVE CPY-JOB           TO EVT-JOB
           MOVE CPY-SALARY        TO EVT-SALARY
           MOVE CPY-PROV-CODE     TO EVT-PROV-CODE
           MOVE CPY-PROV-ORIGIN   TO EVT-PROV-ORIGIN
           MOVE 0                 TO EVT-OLD-SALARY
           MOVE CPY-SALARY        TO EVT-NEW-SALARY
           MOVE WS-EVT-DATE       TO EVT-EFF-DATE
           WRITE EVENT-RECORD
           CLOSE EVENT-FILE
           .

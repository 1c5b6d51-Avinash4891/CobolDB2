      *>                 failed per block and in total
      *>               - the nightly one-off path through DB2CRU1 is
      *>                 untouched; this driver is for mass conversions
      *>               - a row that arrives without a change provenance
      *>                 is stamped as a batch file (code F) loaded by
      *>                 this program on the load's run date
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              record to the day's event file (evtYYYYMMDD.txt),
      *>              the same applied-change feed the nightly driver
      *>              writes.
      *> 2026.10.15 Avinash Kumar
      *>            - the failed-row image is carried at the 120-byte EMPDB2CO
      *>              width (requisition number added).
      *> 2026.10.15 Avinash Kumar
      *>            - unstamped rows take the batch-file change provenance
      *>              (DB2BLOAD and the load's run date as the origin);
      *>              the event record carries the provenance code and
      *>              origin at its end. Images are now 137 bytes.
      *> 2026.10.15 Avinash Kumar
      *>            - the event record is widened to the batch driver's
      *>              layout: the new salary at full precision and the
      *>              effective date (today's) follow the provenance;
      *>              the before-image fields stay blank here.
      *> 2026.10.15 Avinash Kumar
      *>            - failure images are carried at the 140-byte EMPDB2CO
      *>              width (termination reason and rehire override
      *>              added).
      *>************************************************************************

       IDENTIFICATION DIVISION.
      *> can be corrected and resubmitted as a (much smaller) load file
       FD FAIL-FILE.
       01 FAIL-RECORD.
           05 FAIL-IMAGE            PIC X(140).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 FAIL-REASON-CODE      PIC X(4).
           05 FILLER                PIC X(1)  VALUE SPACE.
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

               GO TO LOAD-ONE-RECORD-EXIT
           END-IF

      *>    a row its producer did not stamp came in as a plain batch
      *>    file; a load file without a header is stamped with today
           IF CPY-PROV-NONE
               IF WS-RUN-DATE = SPACES
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-IF
               SET CPY-PROV-BATCH-FILE TO TRUE
               MOVE 'DB2BLOAD'  TO CPY-PROV-PGM
               MOVE WS-RUN-DATE TO CPY-PROV-RUN-DATE
           END-IF

           PERFORM VALIDATE-INPUT-RECORD THRU VALIDATE-INPUT-RECORD-EXIT

      *>    the loader's own conditions carry their own reason codes -
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

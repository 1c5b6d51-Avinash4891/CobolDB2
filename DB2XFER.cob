      *>                 department on the DEPARTMENT master
      *>               - writes a from-dept/to-dept transfer-history
      *>                 record for HR's grievance and seniority questions
      *>               - the transaction's change provenance is carried
      *>                 through to DB2UPDT's audit line and onto the
      *>                 transfer-history record
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              save/override/restore and the scratch files are
      *>              gone, and a missed restore can no longer
      *>              cross-wire a later extract.
      *> 2026.10.15 Avinash Kumar
      *>            - the change provenance (code and origin) survives the
      *>              rebuild of the transaction, so DB2UPDT's audit line
      *>              and the caller's event record carry it, and the
      *>              transfer-history record gains it at its end.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05 XFH-TO-DEPT           PIC X(3).
           05 FILLER                PIC X(1).
           05 XFH-EFF-DATE          PIC X(10).
           05 FILLER                PIC X(1).
           05 XFH-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 XFH-PROV-ORIGIN       PIC X(16).

       WORKING-STORAGE SECTION.

        01 WS-TO-DEPT            PIC X(3).
        01 WS-FROM-DEPT          PIC X(3).
        01 WS-EFF-DATE           PIC X(10).
        01 WS-PROV-CODE          PIC X(1).
        01 WS-PROV-ORIGIN        PIC X(16).

       LINKAGE SECTION.
        COPY "EMPDB2CO.cpy".
              MOVE CPY-EMPNO       TO WS-SAVE-EMPNO
              MOVE CPY-WORKDEPT    TO WS-TO-DEPT
              MOVE CPY-HIREDATE-TO TO WS-EFF-DATE
              MOVE CPY-PROV-CODE   TO WS-PROV-CODE
              MOVE CPY-PROV-ORIGIN TO WS-PROV-ORIGIN

              PERFORM FETCH-CURRENT-ROW
                 THRU FETCH-CURRENT-ROW-EXIT
           MOVE WS-SAVE-EMPNO TO CPY-EMPNO
           MOVE WS-TO-DEPT    TO CPY-WORKDEPT
           MOVE WS-EFF-DATE   TO CPY-HIREDATE-TO
           MOVE WS-PROV-CODE   TO CPY-PROV-CODE
           MOVE WS-PROV-ORIGIN TO CPY-PROV-ORIGIN

           IF WS-ROW-FOUND
               MOVE EXT-FIRSTNME  TO CPY-FIRSTNME
           MOVE WS-FROM-DEPT TO XFH-FROM-DEPT
           MOVE WS-TO-DEPT   TO XFH-TO-DEPT
           MOVE WS-EFF-DATE  TO XFH-EFF-DATE
           MOVE WS-PROV-CODE TO XFH-PROV-CODE
           MOVE WS-PROV-ORIGIN TO XFH-PROV-ORIGIN
           WRITE XFER-HIST-RECORD
           CLOSE XFER-HIST-FILE


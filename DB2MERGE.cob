      *>               - a source-map file (EMPNO to branch file) so a
      *>                 reject in the combined run can be traced back
      *>                 to the branch that sent it
      *>               - every merged transaction is stamped with its
      *>                 branch as the change provenance, so the audit
      *>                 trail and event feed say which branch sent it
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>            - the source-map trace now records which merge run
      *>              each branch transaction finally landed in (run
      *>              date and time stamped on every line).
      *> 2026.10.15 Avinash Kumar
      *>            - merged transaction images are written at the 120-byte
      *>              EMPDB2CO width (requisition number added).
      *> 2026.10.15 Avinash Kumar
      *>            - each branch file has a branch ID (DB2MERGE_BRANCH1
      *>              .. DB2MERGE_BRANCH9, defaulting to the start of
      *>              the file name); every merged transaction carries
      *>              it as its provenance (code B) and the source map
      *>              records it beside the file name. Images are now
      *>              137 bytes (change provenance added).
      *> 2026.10.15 Avinash Kumar
      *>            - merged transaction images are carried at the 140-byte
      *>              EMPDB2CO width (termination reason and rehire
      *>              override added).
      *> 2026.10.15 Avinash Kumar
      *>            - the rehire override byte is blanked on every merged
      *>              transaction; a branch file cannot carry one.
      *>************************************************************************

       IDENTIFICATION DIVISION.
         COPY "EMPDB2CO.cpy".

       FD MERGED-FILE.
       01 MERGED-RECORD             PIC X(140).

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).
           05 SRC-MERGE-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 SRC-MERGE-TIME        PIC 9(8).
           05 FILLER                PIC X(1).
           05 SRC-BRANCH-ID         PIC X(16).

      *> the manifest of expected branch sources - one file name per
      *> line; a name listed here that never arrives is a branch that
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'mrgrpt.txt'.
        01 WS-SRCMAP-FILE-NAME   PIC X(100) VALUE 'mrgsrc.txt'.
        01 WS-CURR-FILE-NAME     PIC X(100).
      *> the current file's branch ID - the provenance origin stamped
      *> on each of its transactions
        01 WS-CURR-BRANCH-ID     PIC X(16).
        01 WS-ENV-NAME           PIC X(20).

        01 WS-BRANCH-FILE-STATUS PIC XX.
           END-IF

           ADD 1 TO WS-FILE-COUNT

      *>    the branch ID the file's transactions are stamped with;
      *>    a branch not given one is known by its file name
           MOVE SPACES TO WS-ENV-NAME
           STRING "DB2MERGE_BRANCH" DELIMITED BY SIZE
                  WS-FILE-DIGIT     DELIMITED BY SIZE
                  INTO WS-ENV-NAME
           END-STRING
           MOVE SPACES TO WS-CURR-BRANCH-ID
           ACCEPT WS-CURR-BRANCH-ID FROM ENVIRONMENT WS-ENV-NAME
           IF WS-CURR-BRANCH-ID = SPACES
               MOVE WS-CURR-FILE-NAME (1:16) TO WS-CURR-BRANCH-ID
           END-IF

           DISPLAY "DB2MERGE: MERGING " WS-CURR-FILE-NAME
              " BRANCH " WS-CURR-BRANCH-ID

           MOVE 'N' TO WS-BRANCH-EOF-SW
           MOVE 'N' TO WS-HDR-SEEN-SW
           PERFORM CHECK-CROSS-FILE-DUP
              THRU CHECK-CROSS-FILE-DUP-EXIT

      *>    whatever produced the branch's file, it reaches the driver
      *>    as that branch's change
           SET CPY-PROV-BRANCH TO TRUE
           MOVE WS-CURR-BRANCH-ID TO CPY-PROV-ORIGIN
      *>    a rehire override is granted on line by a supervisor only
           MOVE SPACE TO CPY-REHIRE-OVERRIDE

           MOVE CPY-EMPLOYEE TO MERGED-RECORD
           WRITE MERGED-RECORD

           MOVE WS-CURR-FILE-NAME   TO SRC-FILE-NAME
           MOVE WS-MERGE-STAMP-DATE TO SRC-MERGE-DATE
           MOVE WS-MERGE-STAMP-TIME TO SRC-MERGE-TIME
           MOVE WS-CURR-BRANCH-ID   TO SRC-BRANCH-ID
           WRITE SRCMAP-RECORD
           .
       MERGE-TRANSACTION-EXIT.

      *>************************************************************************
      *>  SAMPLE CERTIFICATION-CODE REFERENCE PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CRTC.cob
      *>
      *> Purpose:      Certification-Code Reference CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the certification-
      *>                 code reference: a description, the usual issuing
      *>                 body, how many months a certification stays valid
      *>                 and up to five JOB codes whose holders must have
      *>                 it
      *>               - a DELETE is refused with the IN-USE reason and the
      *>                 count while any certification on the store still
      *>                 carries the code, as DB2JOBC refuses a job code
      *>                 still on EMPLOYEE
      *>               - called by DB2CERT to check and default the codes
      *>                 it records, by the interactive maintenance program
      *>                 (DB2ONLN) to maintain the reference, and read
      *>                 directly by the certification expiry report
      *>                 (DB2CRTX)
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the certification store is now an indexed file
      *>              (default certs.dat) with its layout in the shared
      *>              CRTDB2CO.cpy copybook; the in-use count reads it
      *>              in key order.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CRTC.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CRTC-FILE ASSIGN TO WS-CRTC-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRTC-FILE-STATUS.

        SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CRTC-FILE.
       01 CRTC-RECORD.
           05 CRTC-CODE             PIC X(8).
           05 FILLER                PIC X(1).
           05 CRTC-DESC             PIC X(30).
           05 FILLER                PIC X(1).
           05 CRTC-ISSUER           PIC X(30).
           05 FILLER                PIC X(1).
           05 CRTC-VALID-MONTHS     PIC 9(3).
           05 CRTC-REQ-ENTRY OCCURS 5 TIMES.
              10 FILLER             PIC X(1).
              10 CRTC-REQ-JOB       PIC X(8).

      *> the certification store DB2CERT maintains, read for the
      *> in-use count ahead of a DELETE
       FD CERT-FILE.
        COPY "CRTDB2CO.cpy".

       WORKING-STORAGE SECTION.

      *> runtime-overridable store names - default to fixed names when
      *> the environment variables are unset; the certification store
      *> name matches DB2CERT's own default and override variable
        01 WS-CRTC-FILE-NAME     PIC X(100) VALUE 'certcode.txt'.
        01 WS-CERT-FILE-NAME     PIC X(100) VALUE 'certs.dat'.

        01 WS-CRTC-FILE-STATUS   PIC XX.
           88 WS-CRTC-FILE-OK        VALUE '00'.
           88 WS-CRTC-FILE-MISSING   VALUE '35'.

        01 WS-CERT-FILE-STATUS   PIC XX.
           88 WS-CERT-FILE-OK        VALUE '00'.
           88 WS-CERT-FILE-MISSING   VALUE '35'.

        01 WS-CRTC-EOF-SW        PIC X VALUE 'N'.
           88 WS-CRTC-EOF            VALUE 'Y'.
        01 WS-CERT-EOF-SW        PIC X VALUE 'N'.
           88 WS-CERT-EOF            VALUE 'Y'.

      *> the whole reference rides in memory for UPDATE/DELETE, which
      *> rewrite the store the way DB2LOCS rewrites the locations
        01 WS-CRTC-COUNT         PIC 9(4) VALUE 0.
        01 WS-CRTC-MAX           PIC 9(4) VALUE 500.
        01 WS-CRTC-TAB.
           05 WS-CRTC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CRTC-IDX.
              10 WS-CRTC-T-CODE     PIC X(8).
              10 WS-CRTC-T-DESC     PIC X(30).
              10 WS-CRTC-T-ISSUER   PIC X(30).
              10 WS-CRTC-T-MONTHS   PIC 9(3).
              10 WS-CRTC-T-REQ-JOB  PIC X(8) OCCURS 5 TIMES.

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.
        01 WS-JOB-IDX            PIC 9(1) VALUE 0.

        01 WS-IN-USE-COUNT       PIC 9(5) VALUE 0.
        01 WS-COUNT-OK-SW        PIC X VALUE 'N'.
           88 WS-COUNT-OK            VALUE 'Y'.

       LINKAGE SECTION.
        COPY "CPYCRTC.cpy".

       PROCEDURE DIVISION USING CPY-CERTCODE-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2CRTC SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CRTC: INSIDE CERTIFICATION-CODE REFERENCE"
              " MODULE"

           ACCEPT WS-CRTC-FILE-NAME
              FROM ENVIRONMENT "DB2CRTC_MASTER_FILE"
           IF WS-CRTC-FILE-NAME = SPACE
               MOVE 'certcode.txt' TO WS-CRTC-FILE-NAME
           END-IF

           ACCEPT WS-CERT-FILE-NAME
              FROM ENVIRONMENT "DB2CERT_MASTER_FILE"
           IF WS-CERT-FILE-NAME = SPACE
               MOVE 'certs.dat' TO WS-CERT-FILE-NAME
           END-IF

           PERFORM LOAD-MASTER-TABLE THRU LOAD-MASTER-TABLE-EXIT

           IF CPY-CRTC-NO-MASTER AND NOT CPY-CRTC-ADD
               SET CPY-CRTC-FAIL TO TRUE
               DISPLAY "DB2CRTC: CERTIFICATION-CODE REFERENCE "
                  WS-CRTC-FILE-NAME " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-CRTC-ADD
                   PERFORM ADD-CERTCODE THRU ADD-CERTCODE-EXIT
                 WHEN CPY-CRTC-UPDATE
                   PERFORM UPDATE-CERTCODE THRU UPDATE-CERTCODE-EXIT
                 WHEN CPY-CRTC-DELETE
                   PERFORM DELETE-CERTCODE THRU DELETE-CERTCODE-EXIT
                 WHEN CPY-CRTC-SELECT
                   PERFORM SELECT-CERTCODE THRU SELECT-CERTCODE-EXIT
                 WHEN OTHER
                   SET CPY-CRTC-FAIL TO TRUE
                   SET CPY-CRTC-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2CRTC: EXITING CERTIFICATION-CODE REFERENCE"
              " MODULE"

           GOBACK

          .
       MAIN-DB2CRTC-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-MASTER-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing reference is reported through CPY-CRTC-NO-MASTER
      *>    so a caller can tell "no such code" apart from "no
      *>    reference to check against yet"
           MOVE 0 TO WS-CRTC-COUNT
           MOVE 'N' TO WS-CRTC-EOF-SW
           MOVE SPACE TO CPY-CRTC-REASON

           OPEN INPUT CRTC-FILE
           IF WS-CRTC-FILE-MISSING
               SET CPY-CRTC-NO-MASTER TO TRUE
           ELSE
           IF WS-CRTC-FILE-OK
               PERFORM READ-MASTER-RECORD
                  THRU READ-MASTER-RECORD-EXIT
                  UNTIL WS-CRTC-EOF
               CLOSE CRTC-FILE
           END-IF
           END-IF
          .
       LOAD-MASTER-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ CRTC-FILE
             AT END
               SET WS-CRTC-EOF TO TRUE
             NOT AT END
               IF WS-CRTC-COUNT < WS-CRTC-MAX
                   ADD 1 TO WS-CRTC-COUNT
                   SET WS-CRTC-IDX TO WS-CRTC-COUNT
                   MOVE CRTC-CODE   TO WS-CRTC-T-CODE (WS-CRTC-IDX)
                   MOVE CRTC-DESC   TO WS-CRTC-T-DESC (WS-CRTC-IDX)
                   MOVE CRTC-ISSUER TO WS-CRTC-T-ISSUER (WS-CRTC-IDX)
                   IF CRTC-VALID-MONTHS IS NUMERIC
                       MOVE CRTC-VALID-MONTHS
                         TO WS-CRTC-T-MONTHS (WS-CRTC-IDX)
                   ELSE
                       MOVE 0 TO WS-CRTC-T-MONTHS (WS-CRTC-IDX)
                   END-IF
                   PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                      UNTIL WS-JOB-IDX > 5
                       MOVE CRTC-REQ-JOB (WS-JOB-IDX)
                         TO WS-CRTC-T-REQ-JOB (WS-CRTC-IDX, WS-JOB-IDX)
                   END-PERFORM
               END-IF
           END-READ
          .
       READ-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-CERTCODE-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-CRTC-COUNT
               IF WS-CRTC-T-CODE (WS-SCAN-IDX) = CPY-CRTC-CODE
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-CERTCODE-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-CERTCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-CERTCODE-SLOT THRU FIND-CERTCODE-SLOT-EXIT

           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2CRTC: DUPLICATE CERTIFICATION CODE -"
                  " REJECTED"
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-DUPLICATE TO TRUE
           ELSE
           IF WS-CRTC-COUNT >= WS-CRTC-MAX
           OR CPY-CRTC-CODE = SPACES
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-CRTC-COUNT
               MOVE WS-CRTC-COUNT TO WS-MATCH-SLOT
               MOVE CPY-CRTC-CODE TO WS-CRTC-T-CODE (WS-MATCH-SLOT)
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-CRTC-SUCCESS TO TRUE
               SET CPY-CRTC-ALL-DONE TO TRUE
           END-IF
           END-IF
          .
       ADD-CERTCODE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-CERTCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-CERTCODE-SLOT THRU FIND-CERTCODE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2CRTC: CERTIFICATION CODE NOT ON FILE"
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-NOT-FOUND TO TRUE
           ELSE
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-MASTER-FILE
                  THRU REWRITE-MASTER-FILE-EXIT
               SET CPY-CRTC-SUCCESS TO TRUE
               SET CPY-CRTC-ALL-DONE TO TRUE
           END-IF
          .
       UPDATE-CERTCODE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-FIELDS-TO-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-CRTC-DESC   TO WS-CRTC-T-DESC (WS-MATCH-SLOT)
           MOVE CPY-CRTC-ISSUER TO WS-CRTC-T-ISSUER (WS-MATCH-SLOT)
           IF CPY-CRTC-VALID-MONTHS IS NUMERIC
               MOVE CPY-CRTC-VALID-MONTHS
                 TO WS-CRTC-T-MONTHS (WS-MATCH-SLOT)
           ELSE
               MOVE 0 TO WS-CRTC-T-MONTHS (WS-MATCH-SLOT)
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > 5
               MOVE CPY-CRTC-REQ-JOB (WS-JOB-IDX)
                 TO WS-CRTC-T-REQ-JOB (WS-MATCH-SLOT, WS-JOB-IDX)
           END-PERFORM
          .
       MOVE-FIELDS-TO-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-CERTCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-CERTCODE-SLOT THRU FIND-CERTCODE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2CRTC: CERTIFICATION CODE NOT ON FILE"
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-NOT-FOUND TO TRUE
               GO TO DELETE-CERTCODE-EXIT
           END-IF

      *>    a code somebody still holds cannot go - the expiry report
      *>    would have nothing to describe it by
           PERFORM COUNT-CERTS-ON-CODE THRU COUNT-CERTS-ON-CODE-EXIT

           IF NOT WS-COUNT-OK
               DISPLAY "DB2CRTC: IN-USE COUNT UNAVAILABLE - DELETE"
                  " OF " CPY-CRTC-CODE " REFUSED"
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-ERROR TO TRUE
               GO TO DELETE-CERTCODE-EXIT
           END-IF

           IF WS-IN-USE-COUNT > 0
               DISPLAY "DB2CRTC: CERTIFICATION CODE " CPY-CRTC-CODE
                  " STILL HELD BY " WS-IN-USE-COUNT
                  " CERTIFICATION(S) - DELETE REFUSED"
               MOVE WS-IN-USE-COUNT TO CPY-CRTC-IN-USE-COUNT
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-IN-USE TO TRUE
               GO TO DELETE-CERTCODE-EXIT
           END-IF

      *>    close the gap by sliding the entries above it down one
           PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
              UNTIL WS-SCAN-IDX >= WS-CRTC-COUNT
               MOVE WS-CRTC-ENTRY (WS-SCAN-IDX + 1)
                 TO WS-CRTC-ENTRY (WS-SCAN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CRTC-COUNT
           PERFORM REWRITE-MASTER-FILE
              THRU REWRITE-MASTER-FILE-EXIT
           SET CPY-CRTC-SUCCESS TO TRUE
           SET CPY-CRTC-ALL-DONE TO TRUE
          .
       DELETE-CERTCODE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-CERTS-ON-CODE SECTION.
      *>------------------------------------------------------------------------
      *>    no certification store yet means nobody holds the code
           MOVE 0 TO WS-IN-USE-COUNT
           MOVE 'N' TO WS-COUNT-OK-SW
           MOVE 'N' TO WS-CERT-EOF-SW

           OPEN INPUT CERT-FILE
           IF WS-CERT-FILE-MISSING
               SET WS-COUNT-OK TO TRUE
               GO TO COUNT-CERTS-ON-CODE-EXIT
           END-IF
           IF NOT WS-CERT-FILE-OK
               GO TO COUNT-CERTS-ON-CODE-EXIT
           END-IF

           PERFORM COUNT-ONE-CERT THRU COUNT-ONE-CERT-EXIT
              UNTIL WS-CERT-EOF
           CLOSE CERT-FILE
           SET WS-COUNT-OK TO TRUE
          .
       COUNT-CERTS-ON-CODE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       COUNT-ONE-CERT SECTION.
      *>------------------------------------------------------------------------
           READ CERT-FILE
             AT END
               SET WS-CERT-EOF TO TRUE
             NOT AT END
               IF CERT-CODE = CPY-CRTC-CODE
                   ADD 1 TO WS-IN-USE-COUNT
               END-IF
           END-READ
          .
       COUNT-ONE-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-CERTCODE SECTION.
      *>------------------------------------------------------------------------
           PERFORM FIND-CERTCODE-SLOT THRU FIND-CERTCODE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-CRTC-FAIL TO TRUE
               SET CPY-CRTC-NOT-FOUND TO TRUE
           ELSE
               MOVE WS-CRTC-T-DESC (WS-MATCH-SLOT)   TO CPY-CRTC-DESC
               MOVE WS-CRTC-T-ISSUER (WS-MATCH-SLOT) TO CPY-CRTC-ISSUER
               MOVE WS-CRTC-T-MONTHS (WS-MATCH-SLOT)
                 TO CPY-CRTC-VALID-MONTHS
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                  UNTIL WS-JOB-IDX > 5
                   MOVE WS-CRTC-T-REQ-JOB (WS-MATCH-SLOT, WS-JOB-IDX)
                     TO CPY-CRTC-REQ-JOB (WS-JOB-IDX)
               END-PERFORM
               SET CPY-CRTC-SUCCESS TO TRUE
               SET CPY-CRTC-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-CERTCODE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT CRTC-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-CRTC-COUNT
               MOVE SPACES TO CRTC-RECORD
               MOVE WS-CRTC-T-CODE (WS-SCAN-IDX)   TO CRTC-CODE
               MOVE WS-CRTC-T-DESC (WS-SCAN-IDX)   TO CRTC-DESC
               MOVE WS-CRTC-T-ISSUER (WS-SCAN-IDX) TO CRTC-ISSUER
               MOVE WS-CRTC-T-MONTHS (WS-SCAN-IDX) TO CRTC-VALID-MONTHS
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                  UNTIL WS-JOB-IDX > 5
                   MOVE WS-CRTC-T-REQ-JOB (WS-SCAN-IDX, WS-JOB-IDX)
                     TO CRTC-REQ-JOB (WS-JOB-IDX)
               END-PERFORM
               WRITE CRTC-RECORD
           END-PERFORM
           CLOSE CRTC-FILE
          .
       REWRITE-MASTER-FILE-EXIT.
          EXIT.

       END PROGRAM DB2CRTC.

      *>************************************************************************
      *>  SAMPLE EMPLOYEE CERTIFICATION MASTER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2CERT.cob
      *>
      *> Purpose:      EMPLOYEE CERTIFICATION Master CRUD Module
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - ADD/UPDATE/DELETE/SELECT against the certification
      *>                 store, keyed by EMPNO and certification code:
      *>                 the issue date, the expiry date and the issuing
      *>                 body of every licence or certification held
      *>               - the code must be on the certification-code
      *>                 reference (DB2CRTC); a blank issuer takes the
      *>                 code's usual one and a zero expiry is worked out
      *>                 from the code's validity period. With no
      *>                 reference on file yet the check stands aside, the
      *>                 way the job-code check does
      *>               - a DELETE moves the record to the certification
      *>                 archive with a date stamp, as DB2CONT archives a
      *>                 contact record
      *>               - TERMINATE retires every certification an EMPNO
      *>                 holds to the archive; DB2DELET calls it after the
      *>                 employee row is deleted
      *>               - maintained through the batch driver DB2CRTB and
      *>                 through DB2ONLN, and read directly by the
      *>                 certification expiry report DB2CRTX
      *>               - the store is an indexed file keyed on EMPNO and
      *>                 certification code; each call reads, writes,
      *>                 rewrites or deletes the one record directly, and
      *>                 TERMINATE starts on the EMPNO and reads that
      *>                 person's certifications only
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - store converted from a line-sequential file held in
      *>              a 30,000-entry table to an indexed file keyed on
      *>              EMPNO and certification code with direct keyed
      *>              access (default certs.dat; DB2IDXC loads it from
      *>              the old flat file). The record layout moves to the
      *>              shared CRTDB2CO.cpy copybook.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CERT.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CERT-KEY
        FILE STATUS IS WS-CERT-FILE-STATUS.

        SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
        COPY "CRTDB2CO.cpy".

      *> archive of certification records taken off the store, stamped
      *> with the date each one left it
       FD ARCH-FILE.
       01 ARCH-RECORD.
           05 ARCH-DEL-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 ARCH-CERT-IMAGE       PIC X(64).

       WORKING-STORAGE SECTION.

      *> runtime-overridable store names - default to fixed names when
      *> the environment variables are unset
        01 WS-CERT-FILE-NAME     PIC X(100) VALUE 'certs.dat'.
        01 WS-ARCH-FILE-NAME     PIC X(100) VALUE 'certarch.txt'.

        01 WS-CERT-FILE-STATUS   PIC XX.
           88 WS-CERT-FILE-OK        VALUE '00'.
           88 WS-CERT-FILE-MISSING   VALUE '35'.

        01 WS-CERT-EOF-SW        PIC X VALUE 'N'.
           88 WS-CERT-EOF            VALUE 'Y'.

        01 WS-CRTC-PGM           PIC X(7) VALUE 'DB2CRTC'.
         COPY "CPYCRTC.cpy".

        01 WS-CERT-OPEN-SW       PIC X VALUE 'N'.
           88 WS-CERT-OPEN           VALUE 'Y'.

        01 WS-DEL-DATE           PIC 9(8) VALUE 0.

      *> the expiry worked out from the issue date and the code's
      *> validity period; a day past the end of the target month
      *> (31 March + 1 month) falls back to that month's last day
        01 WS-EXP-YYYY           PIC 9(4) VALUE 0.
        01 WS-EXP-MM             PIC 9(2) VALUE 0.
        01 WS-EXP-DD             PIC 9(2) VALUE 0.
        01 WS-EXP-MONTHS         PIC 9(5) VALUE 0.
        01 WS-EXP-YEARS          PIC 9(4) VALUE 0.
        01 WS-EXP-LAST-DD        PIC 9(2) VALUE 0.
        01 WS-LEAP-REM           PIC 9(3) VALUE 0.
        01 WS-LEAP-QUOT          PIC 9(4) VALUE 0.
        01 WS-EXP-DATE           PIC 9(8) VALUE 0.

        01 WS-EDIT-OK-SW         PIC X VALUE 'Y'.
           88 WS-EDIT-OK             VALUE 'Y'.
           88 WS-EDIT-BAD            VALUE 'N'.

       LINKAGE SECTION.
        COPY "CPYCERT.cpy".

       PROCEDURE DIVISION USING CPY-CERT-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2CERT SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2CERT: INSIDE EMPLOYEE CERTIFICATION MODULE"

           ACCEPT WS-CERT-FILE-NAME
              FROM ENVIRONMENT "DB2CERT_MASTER_FILE"
           IF WS-CERT-FILE-NAME = SPACE
               MOVE 'certs.dat' TO WS-CERT-FILE-NAME
           END-IF

           ACCEPT WS-ARCH-FILE-NAME
              FROM ENVIRONMENT "DB2CERT_ARCHIVE_FILE"
           IF WS-ARCH-FILE-NAME = SPACE
               MOVE 'certarch.txt' TO WS-ARCH-FILE-NAME
           END-IF

           MOVE SPACE TO CPY-CERT-REASON
           PERFORM OPEN-MASTER-FILE THRU OPEN-MASTER-FILE-EXIT

      *>    a missing store is reported through CPY-CERT-NO-MASTER so a
      *>    caller can tell "nothing held" apart from "no store yet";
      *>    an ADD creates it
           IF NOT WS-CERT-OPEN
               SET CPY-CERT-FAIL TO TRUE
               IF WS-CERT-FILE-MISSING
                   SET CPY-CERT-NO-MASTER TO TRUE
                   DISPLAY "DB2CERT: CERTIFICATION STORE "
                      WS-CERT-FILE-NAME " NOT ON FILE"
               ELSE
                   DISPLAY "DB2CERT: CERTIFICATION STORE OPEN FAILED, "
                      "STATUS " WS-CERT-FILE-STATUS
                   SET CPY-CERT-ERROR TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                 WHEN CPY-CERT-ADD
                   PERFORM ADD-CERT THRU ADD-CERT-EXIT
                 WHEN CPY-CERT-UPDATE
                   PERFORM UPDATE-CERT THRU UPDATE-CERT-EXIT
                 WHEN CPY-CERT-DELETE
                   PERFORM DELETE-CERT THRU DELETE-CERT-EXIT
                 WHEN CPY-CERT-SELECT
                   PERFORM SELECT-CERT THRU SELECT-CERT-EXIT
                 WHEN CPY-CERT-TERMINATE
                   PERFORM TERMINATE-CERTS THRU TERMINATE-CERTS-EXIT
                 WHEN OTHER
                   SET CPY-CERT-FAIL TO TRUE
                   SET CPY-CERT-ERROR TO TRUE
               END-EVALUATE
               CLOSE CERT-FILE
               MOVE 'N' TO WS-CERT-OPEN-SW
           END-IF

           DISPLAY "DB2CERT: EXITING EMPLOYEE CERTIFICATION MODULE"

           GOBACK

          .
       MAIN-DB2CERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-MASTER-FILE SECTION.
      *>------------------------------------------------------------------------
           MOVE 'N' TO WS-CERT-OPEN-SW

           OPEN I-O CERT-FILE
           IF WS-CERT-FILE-MISSING AND CPY-CERT-ADD
               OPEN OUTPUT CERT-FILE
               IF WS-CERT-FILE-OK
                   CLOSE CERT-FILE
                   OPEN I-O CERT-FILE
               END-IF
           END-IF

           IF WS-CERT-FILE-OK
               SET WS-CERT-OPEN TO TRUE
           END-IF
          .
       OPEN-MASTER-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CERT-KEY SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES         TO CERT-RECORD
           MOVE CPY-CERT-EMPNO TO CERT-EMPNO
           MOVE CPY-CERT-CODE  TO CERT-CODE
           READ CERT-FILE
             KEY IS CERT-KEY
           END-READ
          .
       READ-CERT-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       BUILD-MASTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES               TO CERT-RECORD
           MOVE CPY-CERT-EMPNO       TO CERT-EMPNO
           MOVE CPY-CERT-CODE        TO CERT-CODE
           MOVE CPY-CERT-ISSUE-DATE  TO CERT-ISSUE-DATE
           MOVE CPY-CERT-EXPIRY-DATE TO CERT-EXPIRY-DATE
           MOVE CPY-CERT-ISSUER      TO CERT-ISSUER
          .
       BUILD-MASTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       EDIT-CERT-FIELDS SECTION.
      *>------------------------------------------------------------------------
      *>    ADD and UPDATE: the code must be on the reference, which
      *>    also supplies the issuer and the expiry when they are left
      *>    blank; a certification cannot run out before it was issued
           SET WS-EDIT-OK TO TRUE

           IF CPY-CERT-EMPNO = SPACES OR CPY-CERT-CODE = SPACES
           OR CPY-CERT-ISSUE-DATE IS NOT NUMERIC
           OR CPY-CERT-ISSUE-DATE = 0
               SET WS-EDIT-BAD TO TRUE
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-ERROR TO TRUE
               GO TO EDIT-CERT-FIELDS-EXIT
           END-IF

           IF CPY-CERT-EXPIRY-DATE IS NOT NUMERIC
               MOVE 0 TO CPY-CERT-EXPIRY-DATE
           END-IF

           INITIALIZE CPY-CERTCODE-REC
           SET CPY-CRTC-SELECT TO TRUE
           MOVE CPY-CERT-CODE TO CPY-CRTC-CODE
           CALL WS-CRTC-PGM USING CPY-CERTCODE-REC END-CALL

           EVALUATE TRUE
             WHEN CPY-CRTC-SUCCESS
               IF CPY-CERT-ISSUER = SPACES
                   MOVE CPY-CRTC-ISSUER TO CPY-CERT-ISSUER
               END-IF
               IF CPY-CERT-EXPIRY-DATE = 0
               AND CPY-CRTC-VALID-MONTHS > 0
                   PERFORM WORK-OUT-EXPIRY THRU WORK-OUT-EXPIRY-EXIT
                   MOVE WS-EXP-DATE TO CPY-CERT-EXPIRY-DATE
               END-IF
             WHEN CPY-CRTC-NO-MASTER
               DISPLAY "DB2CERT: NO CERTIFICATION-CODE REFERENCE ON"
                  " FILE - CODE " CPY-CERT-CODE " NOT CHECKED"
             WHEN OTHER
               DISPLAY "DB2CERT: CERTIFICATION CODE " CPY-CERT-CODE
                  " NOT ON THE REFERENCE - REJECTED"
               SET WS-EDIT-BAD TO TRUE
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-UNKNOWN-CODE TO TRUE
               GO TO EDIT-CERT-FIELDS-EXIT
           END-EVALUATE

           IF CPY-CERT-EXPIRY-DATE > 0
           AND CPY-CERT-EXPIRY-DATE < CPY-CERT-ISSUE-DATE
               DISPLAY "DB2CERT: EXPIRY BEFORE ISSUE DATE - REJECTED"
               SET WS-EDIT-BAD TO TRUE
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-ERROR TO TRUE
           END-IF
          .
       EDIT-CERT-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       WORK-OUT-EXPIRY SECTION.
      *>------------------------------------------------------------------------
      *>    issue date plus the code's validity months, same day of
      *>    the month where that month has it
           MOVE CPY-CERT-ISSUE-DATE (1:4) TO WS-EXP-YYYY
           MOVE CPY-CERT-ISSUE-DATE (5:2) TO WS-EXP-MM
           MOVE CPY-CERT-ISSUE-DATE (7:2) TO WS-EXP-DD

           COMPUTE WS-EXP-MONTHS = WS-EXP-MM - 1
                                 + CPY-CRTC-VALID-MONTHS
           DIVIDE WS-EXP-MONTHS BY 12 GIVING WS-EXP-YEARS
              REMAINDER WS-EXP-MM
           ADD 1 TO WS-EXP-MM
           ADD WS-EXP-YEARS TO WS-EXP-YYYY

           EVALUATE WS-EXP-MM
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-EXP-LAST-DD
             WHEN 2
               MOVE 28 TO WS-EXP-LAST-DD
               DIVIDE WS-EXP-YYYY BY 4 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-EXP-LAST-DD
                   DIVIDE WS-EXP-YYYY BY 100 GIVING WS-LEAP-QUOT
                      REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-EXP-YYYY BY 400 GIVING WS-LEAP-QUOT
                          REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 28 TO WS-EXP-LAST-DD
                       END-IF
                   END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-EXP-LAST-DD
           END-EVALUATE

           IF WS-EXP-DD > WS-EXP-LAST-DD
               MOVE WS-EXP-LAST-DD TO WS-EXP-DD
           END-IF

           COMPUTE WS-EXP-DATE = WS-EXP-YYYY * 10000
                               + WS-EXP-MM * 100
                               + WS-EXP-DD
          .
       WORK-OUT-EXPIRY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-CERT SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-CERT-KEY THRU READ-CERT-KEY-EXIT

           IF WS-CERT-FILE-OK
               DISPLAY "DB2CERT: EMPNO/CODE ALREADY ON CERTIFICATION"
                  " STORE - REJECTED"
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-DUPLICATE TO TRUE
               GO TO ADD-CERT-EXIT
           END-IF

           PERFORM EDIT-CERT-FIELDS THRU EDIT-CERT-FIELDS-EXIT
           IF WS-EDIT-BAD
               GO TO ADD-CERT-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           WRITE CERT-RECORD
           END-WRITE

           IF WS-CERT-FILE-OK
               SET CPY-CERT-SUCCESS TO TRUE
               SET CPY-CERT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CERT: WRITE FAILED, STATUS "
                  WS-CERT-FILE-STATUS
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-ERROR TO TRUE
           END-IF
          .
       ADD-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-CERT SECTION.
      *>------------------------------------------------------------------------
      *>    a renewal is an UPDATE: the new issue and expiry dates
      *>    replace the old ones on the same record
           PERFORM READ-CERT-KEY THRU READ-CERT-KEY-EXIT

           IF NOT WS-CERT-FILE-OK
               DISPLAY "DB2CERT: EMPNO/CODE NOT ON CERTIFICATION STORE"
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-NOT-FOUND TO TRUE
               GO TO UPDATE-CERT-EXIT
           END-IF

           PERFORM EDIT-CERT-FIELDS THRU EDIT-CERT-FIELDS-EXIT
           IF WS-EDIT-BAD
               GO TO UPDATE-CERT-EXIT
           END-IF

           PERFORM BUILD-MASTER-RECORD
              THRU BUILD-MASTER-RECORD-EXIT
           REWRITE CERT-RECORD
           END-REWRITE

           IF WS-CERT-FILE-OK
               SET CPY-CERT-SUCCESS TO TRUE
               SET CPY-CERT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CERT: REWRITE FAILED, STATUS "
                  WS-CERT-FILE-STATUS
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-ERROR TO TRUE
           END-IF
          .
       UPDATE-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-CERT SECTION.
      *>------------------------------------------------------------------------
      *>    the record leaves the store but lands on the archive with
      *>    a date stamp, matching how contact records are kept
           PERFORM READ-CERT-KEY THRU READ-CERT-KEY-EXIT

           IF NOT WS-CERT-FILE-OK
               DISPLAY "DB2CERT: EMPNO/CODE NOT ON CERTIFICATION STORE"
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-NOT-FOUND TO TRUE
               GO TO DELETE-CERT-EXIT
           END-IF

           ACCEPT WS-DEL-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ARCH-FILE
           PERFORM ARCHIVE-ONE-CERT THRU ARCHIVE-ONE-CERT-EXIT
           CLOSE ARCH-FILE

           IF WS-CERT-FILE-OK
               SET CPY-CERT-SUCCESS TO TRUE
               SET CPY-CERT-ALL-DONE TO TRUE
           ELSE
               DISPLAY "DB2CERT: DELETE FAILED, STATUS "
                  WS-CERT-FILE-STATUS
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-ERROR TO TRUE
           END-IF
          .
       DELETE-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       TERMINATE-CERTS SECTION.
      *>------------------------------------------------------------------------
      *>    every certification the EMPNO holds goes to the archive in
      *>    one pass, starting on the EMPNO and reading on until the
      *>    key moves to the next person. An EMPNO holding nothing
      *>    answers NOT FOUND, which a caller retiring a leaver treats
      *>    as nothing to do
           MOVE 0 TO CPY-CERT-ARCH-COUNT
           MOVE 'N' TO WS-CERT-EOF-SW
           ACCEPT WS-DEL-DATE FROM DATE YYYYMMDD

           MOVE SPACES         TO CERT-RECORD
           MOVE CPY-CERT-EMPNO TO CERT-EMPNO
           MOVE LOW-VALUES     TO CERT-CODE
           START CERT-FILE
              KEY IS >= CERT-KEY
              INVALID KEY
                SET WS-CERT-EOF TO TRUE
           END-START

           PERFORM RETIRE-NEXT-CERT THRU RETIRE-NEXT-CERT-EXIT
              UNTIL WS-CERT-EOF

           IF CPY-CERT-ARCH-COUNT = 0
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-NOT-FOUND TO TRUE
               GO TO TERMINATE-CERTS-EXIT
           END-IF

           CLOSE ARCH-FILE
           DISPLAY "DB2CERT: " CPY-CERT-ARCH-COUNT
              " CERTIFICATION(S) ARCHIVED FOR EMPNO " CPY-CERT-EMPNO
           SET CPY-CERT-SUCCESS TO TRUE
           SET CPY-CERT-ALL-DONE TO TRUE
          .
       TERMINATE-CERTS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       RETIRE-NEXT-CERT SECTION.
      *>------------------------------------------------------------------------
           READ CERT-FILE NEXT RECORD
             AT END
               SET WS-CERT-EOF TO TRUE
             NOT AT END
               IF CERT-EMPNO NOT = CPY-CERT-EMPNO
                   SET WS-CERT-EOF TO TRUE
               ELSE
                   IF CPY-CERT-ARCH-COUNT = 0
                       OPEN EXTEND ARCH-FILE
                   END-IF
                   PERFORM ARCHIVE-ONE-CERT
                      THRU ARCHIVE-ONE-CERT-EXIT
                   IF WS-CERT-FILE-OK
                       ADD 1 TO CPY-CERT-ARCH-COUNT
                   ELSE
                       DISPLAY "DB2CERT: DELETE FAILED, STATUS "
                          WS-CERT-FILE-STATUS " - CODE " CERT-CODE
                          " LEFT ON THE STORE"
                   END-IF
               END-IF
           END-READ
          .
       RETIRE-NEXT-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ARCHIVE-ONE-CERT SECTION.
      *>------------------------------------------------------------------------
      *>    the store record just read goes to the archive and comes
      *>    off the store; the archive file is already open
           MOVE SPACES      TO ARCH-RECORD
           MOVE WS-DEL-DATE TO ARCH-DEL-DATE
           MOVE CERT-RECORD TO ARCH-CERT-IMAGE
           WRITE ARCH-RECORD

           DELETE CERT-FILE RECORD
           END-DELETE
          .
       ARCHIVE-ONE-CERT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-CERT SECTION.
      *>------------------------------------------------------------------------
           PERFORM READ-CERT-KEY THRU READ-CERT-KEY-EXIT

           IF NOT WS-CERT-FILE-OK
               SET CPY-CERT-FAIL TO TRUE
               SET CPY-CERT-NOT-FOUND TO TRUE
           ELSE
               IF CERT-ISSUE-DATE IS NUMERIC
                   MOVE CERT-ISSUE-DATE TO CPY-CERT-ISSUE-DATE
               ELSE
                   MOVE 0 TO CPY-CERT-ISSUE-DATE
               END-IF
               IF CERT-EXPIRY-DATE IS NUMERIC
                   MOVE CERT-EXPIRY-DATE TO CPY-CERT-EXPIRY-DATE
               ELSE
                   MOVE 0 TO CPY-CERT-EXPIRY-DATE
               END-IF
               MOVE CERT-ISSUER TO CPY-CERT-ISSUER
               SET CPY-CERT-SUCCESS TO TRUE
               SET CPY-CERT-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-CERT-EXIT.
          EXIT.

       END PROGRAM DB2CERT.

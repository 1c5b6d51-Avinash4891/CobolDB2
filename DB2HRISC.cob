      *>                 counts - the batch driver takes it unchanged
      *>               - feed records that cannot be mapped are written
      *>                 to an error file with the reason, and counted
      *>               - a termination carries its termination-reason
      *>                 code through to the DELETE
      *>               - every transaction is stamped with its change
      *>                 provenance: the HRIS feed (code H) and this
      *>                 program's name and the feed's run date
      *>               - a new hire (N) sent without an EMPNO is given
      *>                 the next free number from the central allocator
      *>                 (DB2EMPN, source HRIS) once the detail has
      *>                 passed its edits; each number given out is
      *>                 written to the assignment file against the
      *>                 feed detail's sequence, for the confirm-back
      *>               - a new hire names the approved requisition it
      *>                 fills; it is verified against the requisition
      *>                 store (DB2REQN) before any EMPNO is drawn, so a
      *>                 hire that would be refused never uses a number
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>            - the feed record is 102 bytes; the record area and
      *>              the header/trailer redefinitions now match the
      *>              detail layout instead of falling two bytes short.
      *> 2026.10.15 Avinash Kumar
      *>            - each mapped transaction carries the HRIS feed as its
      *>              change provenance, with DB2HRISC and the feed's run
      *>              date as the origin.
      *> 2026.10.15 Avinash Kumar
      *>            - a termination (T) detail carries the termination-
      *>              reason code in the two bytes where an N or C
      *>              detail starts the last name; it goes out on the
      *>              DELETE, and a T without one cannot be mapped.
      *> 2026.10.15 Avinash Kumar
      *>            - a new hire sent without an EMPNO draws one from the
      *>              central EMPNO allocator instead of being rejected;
      *>              the numbers given out go to the assignment file.
      *> 2026.10.15 Avinash Kumar
      *>            - the feed record is 108 bytes: an N detail carries
      *>              its requisition number at the end, mapped onto the
      *>              ADD and verified through DB2REQN ahead of the
      *>              EMPNO allocator; a requisition that is missing,
      *>              not open or for another department or job cannot
      *>              be mapped. A shop without the requisition store is
      *>              warned once and the check stands aside.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        SELECT ERROR-FILE ASSIGN TO WS-ERROR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the HRIS feed as corporate sends it
       FD HRIS-FILE.
       01 HRIS-RECORD               PIC X(108).

       01 HRIS-HEADER-RECORD REDEFINES HRIS-RECORD.
           05 HRIS-HDR-REC-TYPE     PIC X(2).
           05 HRIS-HDR-FEED-DATE    PIC X(8).
           05 FILLER                PIC X(98).

       01 HRIS-DETAIL-RECORD REDEFINES HRIS-RECORD.
           05 HRIS-DTL-REC-TYPE     PIC X(2).
           05 HRIS-DTL-SALARY       PIC X(11).
           05 HRIS-DTL-BONUS        PIC X(11).
           05 FILLER                PIC X(1).
           05 HRIS-DTL-REQNO        PIC X(6).

      *> a termination carries only the EMPNO and the reason it ends
       01 HRIS-TERM-RECORD REDEFINES HRIS-RECORD.
           05 HRIS-TRM-REC-TYPE     PIC X(2).
           05 HRIS-TRM-ACTION       PIC X(1).
           05 HRIS-TRM-EMPNO        PIC X(6).
           05 HRIS-TRM-REASON       PIC X(2).
           05 FILLER                PIC X(97).

       01 HRIS-TRAILER-RECORD REDEFINES HRIS-RECORD.
           05 HRIS-TRL-REC-TYPE     PIC X(2).
           05 HRIS-TRL-REC-COUNT    PIC 9(7).
           05 FILLER                PIC X(99).

       FD OUTPUT-FILE.
         COPY "EMPDB2CO.cpy".

       FD ERROR-FILE.
       01 ERROR-RECORD.
           05 ERR-IMAGE             PIC X(108).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 ERR-REASON-TEXT       PIC X(40).

      *> one line per EMPNO given to a new hire the feed sent without
      *> one, keyed by the detail's place in the feed
       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           05 ASG-FEED-SEQ          PIC 9(7).
           05 FILLER                PIC X(1).
           05 ASG-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 ASG-RANGE             PIC X(8).
           05 FILLER                PIC X(1).
           05 ASG-LASTNAME          PIC X(20).
           05 FILLER                PIC X(1).
           05 ASG-FIRSTNAME         PIC X(15).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

      *> request area for the central EMPNO allocator
         COPY "CPYEMPN.cpy".

      *> request area for the requisition store - a new hire is
      *> checked against the requisition it names before it is numbered
         COPY "CPYREQN.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-EMPN-PGM           PIC X(8) VALUE 'DB2EMPN'.
        01 WS-REQN-PGM           PIC X(7) VALUE 'DB2REQN'.

      *> a shop without the requisition store yet gets one warning and
      *> the check stands aside, as in the batch driver
        01 WS-NO-REQN-MASTER-SW  PIC X VALUE 'N'.
           88 WS-NO-REQN-MASTER      VALUE 'Y'.

        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> DB2 is only needed when a new hire arrives without an EMPNO;
      *> the connection is made on the first one and kept to the end
        01 WS-DB2-STATE-SW       PIC X VALUE 'N'.
           88 WS-DB2-NOT-TRIED       VALUE 'N'.
           88 WS-DB2-CONNECTED       VALUE 'Y'.
           88 WS-DB2-UNAVAILABLE     VALUE 'U'.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are not set
        01 WS-FEED-FILE-NAME     PIC X(100) VALUE 'hrisfeed.txt'.
        01 WS-OUTPUT-FILE-NAME   PIC X(100) VALUE 'hrisin.txt'.
        01 WS-ERROR-FILE-NAME    PIC X(100) VALUE 'hriserr.txt'.
        01 WS-ASSIGN-FILE-NAME   PIC X(100) VALUE 'hrisasgn.txt'.

        01 WS-FEED-FILE-STATUS   PIC XX.
           88 WS-FEED-FILE-OK        VALUE '00'.
        01 WS-FEED-DETAIL-COUNT  PIC 9(7) VALUE 0.
        01 WS-MAPPED-COUNT       PIC 9(7) VALUE 0.
        01 WS-UNMAPPED-COUNT     PIC 9(7) VALUE 0.
        01 WS-ASSIGNED-COUNT     PIC 9(7) VALUE 0.

        01 WS-OUT-COUNTS.
           05 WS-OUT-TOTAL       PIC 9(7) VALUE 0.

           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT ASSIGN-FILE

      *>    the header goes out first with today's date, re-written
      *>    below once the feed's own header date is known
           CLOSE HRIS-FILE
           CLOSE OUTPUT-FILE
           CLOSE ERROR-FILE
           CLOSE ASSIGN-FILE

           IF WS-DB2-CONNECTED
               PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT
           END-IF

           IF NOT WS-TRL-SEEN
               DISPLAY "DB2HRISC: *** FEED TRAILER MISSING ***"
               WS-FEED-DETAIL-COUNT
           DISPLAY "DB2HRISC: MAPPED              : " WS-MAPPED-COUNT
           DISPLAY "DB2HRISC: COULD NOT MAP       : " WS-UNMAPPED-COUNT
           DISPLAY "DB2HRISC: NEW EMPNOS ASSIGNED : " WS-ASSIGNED-COUNT
           DISPLAY "DB2HRISC: ====================================="

           IF WS-UNMAPPED-COUNT > 0
               MOVE 'hriserr.txt' TO WS-ERROR-FILE-NAME
           END-IF

           ACCEPT WS-ASSIGN-FILE-NAME
              FROM ENVIRONMENT "DB2HRISC_ASSIGN_FILE"
           IF WS-ASSIGN-FILE-NAME = SPACE
               MOVE 'hrisasgn.txt' TO WS-ASSIGN-FILE-NAME
           END-IF

           ACCEPT WS-DB2-DBALIAS FROM ENVIRONMENT "DB2CRUD_DBALIAS"
           IF WS-DB2-DBALIAS = SPACE
               MOVE 'SAMPLE' TO WS-DB2-DBALIAS
           END-IF

           ACCEPT WS-DB2-USERID FROM ENVIRONMENT "DB2CRUD_USERID"
           IF WS-DB2-USERID = SPACE
               MOVE 'DB2INST1' TO WS-DB2-USERID
           END-IF

           ACCEPT WS-DB2-PSWD FROM ENVIRONMENT "DB2CRUD_PSWD"
           IF WS-DB2-PSWD = SPACE
               MOVE 'db2admin' TO WS-DB2-PSWD
           END-IF

           DISPLAY "DB2HRISC: FEED FILE   = " WS-FEED-FILE-NAME
           DISPLAY "DB2HRISC: OUTPUT FILE = " WS-OUTPUT-FILE-NAME
           DISPLAY "DB2HRISC: ERROR FILE  = " WS-ERROR-FILE-NAME
           DISPLAY "DB2HRISC: ASSIGN FILE = " WS-ASSIGN-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
          EXIT.
           SET WS-MAP-OK TO TRUE
           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-PROV-HRIS-FEED TO TRUE
           MOVE 'DB2HRISC' TO CPY-PROV-PGM
           MOVE WS-RUN-DATE TO CPY-PROV-RUN-DATE

           EVALUATE HRIS-DTL-ACTION
             WHEN 'N'
               SET WS-MAP-BAD TO TRUE
           END-EVALUATE

      *>    only a new hire may arrive without an EMPNO - it is given
      *>    one below, once everything else about it has mapped
           IF WS-MAP-OK
               MOVE HRIS-DTL-EMPNO TO CPY-EMPNO
               IF CPY-EMPNO = SPACES AND NOT CPY-EMPLOYEE-ADD
                   MOVE "EMPNO MISSING" TO ERR-REASON-TEXT
                   SET WS-MAP-BAD TO TRUE
               END-IF
           END-IF

      *>    a termination maps onto a DELETE, which carries only the
      *>    EMPNO and the termination reason; the field edits below
      *>    are for adds and changes
           IF WS-MAP-OK AND CPY-EMPLOYEE-DELETE
               MOVE HRIS-TRM-REASON TO CPY-TERM-REASON
               IF CPY-TERM-REASON = SPACES
                   MOVE "TERMINATION REASON MISSING" TO ERR-REASON-TEXT
                   SET WS-MAP-BAD TO TRUE
               END-IF
           END-IF

           IF WS-MAP-OK AND NOT CPY-EMPLOYEE-DELETE
               MOVE HRIS-DTL-FIRSTNAME TO CPY-FIRSTNME
               MOVE HRIS-DTL-MIDINIT   TO CPY-MIDINIT
               PERFORM MAP-MONEY-FIELDS THRU MAP-MONEY-FIELDS-EXIT
           END-IF

      *>    the requisition is checked first, as the batch driver will
      *>    check it again, so a hire it would refuse never draws an
      *>    EMPNO from the allocator
           IF WS-MAP-OK AND CPY-EMPLOYEE-ADD
               MOVE HRIS-DTL-REQNO TO CPY-REQNO
               PERFORM VERIFY-REQUISITION
                  THRU VERIFY-REQUISITION-EXIT
           END-IF

           IF WS-MAP-OK AND CPY-EMPNO = SPACES
               PERFORM ASSIGN-NEW-EMPNO THRU ASSIGN-NEW-EMPNO-EXIT
           END-IF

           IF WS-MAP-BAD
               PERFORM WRITE-ERROR-RECORD THRU WRITE-ERROR-RECORD-EXIT
           ELSE
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       VERIFY-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the same VERIFY the batch driver makes on the ADD: an
      *>    approved requisition, still open, for the department and
      *>    job being hired into. Nothing on the store is changed - the
      *>    batch driver fills the requisition when the hire applies.
           IF WS-NO-REQN-MASTER
               GO TO VERIFY-REQUISITION-EXIT
           END-IF

           INITIALIZE CPY-REQUISITION-REC
           SET CPY-REQN-VERIFY TO TRUE
           MOVE CPY-REQNO    TO CPY-REQN-NO
           MOVE CPY-WORKDEPT TO CPY-REQN-WORKDEPT
           MOVE CPY-JOB      TO CPY-REQN-JOB

           CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL

           EVALUATE TRUE
             WHEN CPY-REQN-SUCCESS
               CONTINUE
             WHEN CPY-REQN-NO-MASTER
               SET WS-NO-REQN-MASTER TO TRUE
               DISPLAY "DB2HRISC: *** NO REQUISITION STORE ON FILE -"
                   " REQUISITION CHECK BYPASSED ***"
             WHEN CPY-REQN-NOT-OPEN
               MOVE "REQUISITION ALREADY FILLED OR CANCELLED"
                 TO ERR-REASON-TEXT
               SET WS-MAP-BAD TO TRUE
             WHEN CPY-REQN-MISMATCH
               MOVE "REQUISITION IS FOR ANOTHER DEPT OR JOB"
                 TO ERR-REASON-TEXT
               SET WS-MAP-BAD TO TRUE
             WHEN OTHER
               MOVE "REQUISITION MISSING OR NOT ON FILE"
                 TO ERR-REASON-TEXT
               SET WS-MAP-BAD TO TRUE
           END-EVALUATE
           .
       VERIFY-REQUISITION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ASSIGN-NEW-EMPNO SECTION.
      *>------------------------------------------------------------------------
      *>    the allocator needs DB2 to look past numbers already in
      *>    use; without a connection no new hire can be numbered
           IF WS-DB2-NOT-TRIED
               PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT
               IF LN-SQLCODE OF LN-MOD NOT = ZERO
                   DISPLAY "DB2HRISC: DB2 CONNECT FAILED - SQLCODE "
                       LN-SQLCODE OF LN-MOD
                   DISPLAY "DB2HRISC: " LN-MSG-1 OF LN-MOD
                   SET WS-DB2-UNAVAILABLE TO TRUE
               ELSE
                   SET WS-DB2-CONNECTED TO TRUE
               END-IF
           END-IF

           IF WS-DB2-UNAVAILABLE
               MOVE "NO EMPNO - DB2 UNAVAILABLE" TO ERR-REASON-TEXT
               SET WS-MAP-BAD TO TRUE
               GO TO ASSIGN-NEW-EMPNO-EXIT
           END-IF

           INITIALIZE CPY-EMPNO-ALLOC
           SET CPY-EMPN-ALLOCATE TO TRUE
           MOVE 'HRIS'     TO CPY-EMPN-SOURCE
           MOVE 'DB2HRISC' TO CPY-EMPN-REQ-PGM
           STRING "HRIS " WS-RUN-DATE
                  " DETAIL " WS-FEED-DETAIL-COUNT
                  DELIMITED BY SIZE INTO CPY-EMPN-REFERENCE
           CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL

           IF NOT CPY-EMPN-SUCCESS
               EVALUATE TRUE
                 WHEN CPY-EMPN-NOT-FOUND
                 WHEN CPY-EMPN-NO-MASTER
                   MOVE "NO EMPNO - NO NUMBER RANGE FOR HRIS"
                     TO ERR-REASON-TEXT
                 WHEN CPY-EMPN-EXHAUSTED
                   MOVE "NO EMPNO - NUMBER RANGE USED UP"
                     TO ERR-REASON-TEXT
                 WHEN OTHER
                   MOVE "NO EMPNO - ALLOCATION FAILED"
                     TO ERR-REASON-TEXT
               END-EVALUATE
               SET WS-MAP-BAD TO TRUE
               GO TO ASSIGN-NEW-EMPNO-EXIT
           END-IF

           MOVE CPY-EMPN-EMPNO TO CPY-EMPNO

           MOVE SPACES               TO ASSIGN-RECORD
           MOVE WS-FEED-DETAIL-COUNT TO ASG-FEED-SEQ
           MOVE CPY-EMPN-EMPNO       TO ASG-EMPNO
           MOVE CPY-EMPN-RANGE-USED  TO ASG-RANGE
           MOVE HRIS-DTL-LASTNAME    TO ASG-LASTNAME
           MOVE HRIS-DTL-FIRSTNAME   TO ASG-FIRSTNAME
           WRITE ASSIGN-RECORD
           ADD 1 TO WS-ASSIGNED-COUNT
           .
       ASSIGN-NEW-EMPNO-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT TO TRUE
           MOVE WS-DB2-DBALIAS TO LN-DBALIAS OF LN-MOD
           MOVE WS-DB2-USERID  TO LN-USERID  OF LN-MOD
           MOVE WS-DB2-PSWD    TO LN-PSWD    OF LN-MOD
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL
          .
       CONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       DISCONNECT-DB2 SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE LN-MOD
           SET V-LN-FNC-CONNECT-RESET TO TRUE
           CALL WS-DB2-CONN-PGM USING LN-MOD END-CALL

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2HRISC: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2HRISC: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       MAP-MONEY-FIELDS SECTION.
      *>------------------------------------------------------------------------

      *>************************************************************************
      *>  SAMPLE EMPNO ALLOCATION PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2EMPN.cob
      *>
      *> Purpose:      Central EMPNO allocator for new hires
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - hands out the next free employee number from the
      *>                 allocation control file, one range per source:
      *>                 a branch, the HRIS feed, online entry and so on,
      *>                 with the range keyed DEFAULT serving any source
      *>                 that has none of its own
      *>               - a number already on EMPLOYEE (looked up through
      *>                 DB2FETCH's called row-interface) or on the
      *>                 EMPLOYEE_HIST store (through DB2EHIST) is passed
      *>                 over, and so is a number inside another source's
      *>                 reserved range when drawing from DEFAULT
      *>               - the range's next number moves on as each number
      *>                 goes out, so two callers on the same night can
      *>                 never be given the same one
      *>               - every number handed out is written to the
      *>                 allocation log: when, which number, to which
      *>                 source and program, and what it was for
      *>               - ADD/UPDATE/DELETE/SELECT against the ranges;
      *>                 reserved ranges may not overlap one another
      *>               - called by the HRIS feed converter (DB2HRISC) for
      *>                 a new hire sent without a number, and by the
      *>                 interactive maintenance program (DB2ONLN) for an
      *>                 ADD keyed without one and for range maintenance
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - stepping past a candidate is worked in a seven-digit
      *>              field, so a range ending at 999999 is used up
      *>              instead of wrapping round to 000000.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EMPN.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPN-FILE ASSIGN TO WS-EMPN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EMPN-FILE-STATUS.

        SELECT ALLOC-LOG-FILE ASSIGN TO WS-LOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the allocation control file - one record per range
       FD EMPN-FILE.
       01 EMPN-RECORD.
           05 EMPN-SOURCE           PIC X(8).
           05 FILLER                PIC X(1).
           05 EMPN-LOW              PIC 9(6).
           05 FILLER                PIC X(1).
           05 EMPN-HIGH             PIC 9(6).
           05 FILLER                PIC X(1).
           05 EMPN-NEXT             PIC 9(6).
           05 FILLER                PIC X(1).
           05 EMPN-DESC             PIC X(30).

      *> the allocation log - one line per number handed out
       FD ALLOC-LOG-FILE.
       01 ALLOC-LOG-RECORD.
           05 ALG-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 ALG-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 ALG-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 ALG-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 ALG-RANGE             PIC X(8).
           05 FILLER                PIC X(1).
           05 ALG-REQ-PGM           PIC X(8).
           05 FILLER                PIC X(1).
           05 ALG-SKIPPED           PIC 9(4).
           05 FILLER                PIC X(1).
           05 ALG-REFERENCE         PIC X(30).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are unset
        01 WS-EMPN-FILE-NAME     PIC X(100) VALUE 'empnoctl.txt'.
        01 WS-LOG-FILE-NAME      PIC X(100) VALUE 'empnolog.txt'.

        01 WS-EMPN-FILE-STATUS   PIC XX.
           88 WS-EMPN-FILE-OK        VALUE '00'.
           88 WS-EMPN-FILE-MISSING   VALUE '35'.

        01 WS-EMPN-EOF-SW        PIC X VALUE 'N'.
           88 WS-EMPN-EOF            VALUE 'Y'.

      *> the whole control file rides in memory and is rewritten on
      *> every change, the way DB2LOCS rewrites the locations
        01 WS-EMPN-COUNT         PIC 9(4) VALUE 0.
        01 WS-EMPN-MAX           PIC 9(4) VALUE 200.
        01 WS-EMPN-TAB.
           05 WS-EMPN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-EMPN-IDX.
              10 WS-EMPN-T-SOURCE   PIC X(8).
              10 WS-EMPN-T-LOW      PIC 9(6).
              10 WS-EMPN-T-HIGH     PIC 9(6).
              10 WS-EMPN-T-NEXT     PIC 9(6).
              10 WS-EMPN-T-DESC     PIC X(30).

        01 WS-MATCH-SLOT         PIC 9(4) VALUE 0.
        01 WS-RANGE-SLOT         PIC 9(4) VALUE 0.
        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.
        01 WS-LOOKUP-SOURCE      PIC X(8).

      *> the number being tried, as a number and as an EMPNO
        01 WS-CANDIDATE          PIC 9(6) VALUE 0.
        01 WS-CAND-EMPNO REDEFINES WS-CANDIDATE
                                 PIC X(6).
      *> the number after it, one digit wider so that the step past
      *> 999999 cannot wrap round to 000000
        01 WS-NEXT-CAND          PIC 9(7) VALUE 0.
        01 WS-CAND-STATE-SW      PIC X VALUE SPACE.
           88 WS-CAND-TAKEN          VALUE 'T'.
           88 WS-CAND-STOP           VALUE 'X'.
        01 WS-IN-USE-SW          PIC X VALUE 'N'.
           88 WS-IN-USE              VALUE 'Y'.

        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-HIST-PGM           PIC X(8) VALUE 'DB2EHIST'.

        01 WS-LOG-DATE           PIC 9(8).
        01 WS-LOG-TIME           PIC 9(8).

      *> work record passed to DB2FETCH for the single-EMPNO selection
        COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image the row comes back in
        COPY "FETDB2CO.cpy".

        COPY "EXTDB2CO.cpy".

      *> history record passed to DB2EHIST for the archived-spell lookup
        COPY "CPYHIST.cpy".

       LINKAGE SECTION.
        COPY "CPYEMPN.cpy".

       PROCEDURE DIVISION USING CPY-EMPNO-ALLOC.

      *>------------------------------------------------------------------------
       MAIN-DB2EMPN SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2EMPN: INSIDE EMPNO ALLOCATION MODULE"

           ACCEPT WS-EMPN-FILE-NAME
              FROM ENVIRONMENT "DB2EMPN_CONTROL_FILE"
           IF WS-EMPN-FILE-NAME = SPACE
               MOVE 'empnoctl.txt' TO WS-EMPN-FILE-NAME
           END-IF

           ACCEPT WS-LOG-FILE-NAME
              FROM ENVIRONMENT "DB2EMPN_LOG_FILE"
           IF WS-LOG-FILE-NAME = SPACE
               MOVE 'empnolog.txt' TO WS-LOG-FILE-NAME
           END-IF

           PERFORM LOAD-CONTROL-TABLE THRU LOAD-CONTROL-TABLE-EXIT

           IF CPY-EMPN-NO-MASTER AND NOT CPY-EMPN-ADD
               SET CPY-EMPN-FAIL TO TRUE
               DISPLAY "DB2EMPN: ALLOCATION CONTROL FILE "
                  WS-EMPN-FILE-NAME " NOT ON FILE"
           ELSE
               EVALUATE TRUE
                 WHEN CPY-EMPN-ALLOCATE
                   PERFORM ALLOCATE-EMPNO THRU ALLOCATE-EMPNO-EXIT
                 WHEN CPY-EMPN-ADD
                   PERFORM ADD-RANGE THRU ADD-RANGE-EXIT
                 WHEN CPY-EMPN-UPDATE
                   PERFORM UPDATE-RANGE THRU UPDATE-RANGE-EXIT
                 WHEN CPY-EMPN-DELETE
                   PERFORM DELETE-RANGE THRU DELETE-RANGE-EXIT
                 WHEN CPY-EMPN-SELECT
                   PERFORM SELECT-RANGE THRU SELECT-RANGE-EXIT
                 WHEN OTHER
                   SET CPY-EMPN-FAIL TO TRUE
                   SET CPY-EMPN-ERROR TO TRUE
               END-EVALUATE
           END-IF

           DISPLAY "DB2EMPN: EXITING EMPNO ALLOCATION MODULE"

           GOBACK

          .
       MAIN-DB2EMPN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-CONTROL-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    a missing control file is reported through
      *>    CPY-EMPN-NO-MASTER so a caller can tell "no range for this
      *>    source" apart from "no allocation set up yet"
           MOVE 0 TO WS-EMPN-COUNT
           MOVE 'N' TO WS-EMPN-EOF-SW
           MOVE SPACE TO CPY-EMPN-REASON

           OPEN INPUT EMPN-FILE
           IF WS-EMPN-FILE-MISSING
               SET CPY-EMPN-NO-MASTER TO TRUE
           ELSE
           IF WS-EMPN-FILE-OK
               PERFORM READ-CONTROL-RECORD
                  THRU READ-CONTROL-RECORD-EXIT
                  UNTIL WS-EMPN-EOF
               CLOSE EMPN-FILE
           END-IF
           END-IF
          .
       LOAD-CONTROL-TABLE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-CONTROL-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ EMPN-FILE
             AT END
               SET WS-EMPN-EOF TO TRUE
             NOT AT END
               IF WS-EMPN-COUNT < WS-EMPN-MAX
                   ADD 1 TO WS-EMPN-COUNT
                   SET WS-EMPN-IDX TO WS-EMPN-COUNT
                   MOVE EMPN-SOURCE TO WS-EMPN-T-SOURCE (WS-EMPN-IDX)
                   MOVE EMPN-LOW    TO WS-EMPN-T-LOW (WS-EMPN-IDX)
                   MOVE EMPN-HIGH   TO WS-EMPN-T-HIGH (WS-EMPN-IDX)
                   MOVE EMPN-NEXT   TO WS-EMPN-T-NEXT (WS-EMPN-IDX)
                   MOVE EMPN-DESC   TO WS-EMPN-T-DESC (WS-EMPN-IDX)
               END-IF
           END-READ
          .
       READ-CONTROL-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-RANGE-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-MATCH-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-EMPN-COUNT
               IF WS-EMPN-T-SOURCE (WS-SCAN-IDX) = WS-LOOKUP-SOURCE
                   MOVE WS-SCAN-IDX TO WS-MATCH-SLOT
               END-IF
           END-PERFORM
          .
       FIND-RANGE-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ALLOCATE-EMPNO SECTION.
      *>------------------------------------------------------------------------
      *>    the source's own range first, else the DEFAULT range
           MOVE CPY-EMPN-SOURCE TO WS-LOOKUP-SOURCE
           PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT
           IF WS-MATCH-SLOT = 0
               MOVE 'DEFAULT' TO WS-LOOKUP-SOURCE
               PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT
           END-IF

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2EMPN: NO RANGE FOR SOURCE " CPY-EMPN-SOURCE
                  " AND NO DEFAULT RANGE - NO NUMBER ALLOCATED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-NOT-FOUND TO TRUE
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF
           MOVE WS-MATCH-SLOT TO WS-RANGE-SLOT

           MOVE WS-EMPN-T-NEXT (WS-RANGE-SLOT) TO WS-CANDIDATE
           IF WS-CANDIDATE < WS-EMPN-T-LOW (WS-RANGE-SLOT)
               MOVE WS-EMPN-T-LOW (WS-RANGE-SLOT) TO WS-CANDIDATE
           END-IF
           MOVE 0 TO CPY-EMPN-SKIPPED
           MOVE SPACE TO WS-CAND-STATE-SW

           PERFORM TRY-CANDIDATE THRU TRY-CANDIDATE-EXIT
              UNTIL WS-CAND-TAKEN OR WS-CAND-STOP

           IF WS-CAND-STOP
               GO TO ALLOCATE-EMPNO-EXIT
           END-IF

      *>    the range moves on past the number just handed out, and
      *>    the control file is rewritten before the caller sees it;
      *>    999999 has no number after it, so it stays as the next
      *>    one and is passed over on EMPLOYEE the next time round
           COMPUTE WS-NEXT-CAND = WS-CANDIDATE + 1
           IF WS-NEXT-CAND > 999999
               MOVE WS-CANDIDATE TO WS-EMPN-T-NEXT (WS-RANGE-SLOT)
           ELSE
               MOVE WS-NEXT-CAND TO WS-EMPN-T-NEXT (WS-RANGE-SLOT)
           END-IF
           PERFORM REWRITE-CONTROL-FILE
              THRU REWRITE-CONTROL-FILE-EXIT

           MOVE WS-CAND-EMPNO TO CPY-EMPN-EMPNO
           MOVE WS-EMPN-T-SOURCE (WS-RANGE-SLOT)
             TO CPY-EMPN-RANGE-USED
           MOVE WS-EMPN-T-LOW (WS-RANGE-SLOT)  TO CPY-EMPN-LOW
           MOVE WS-EMPN-T-HIGH (WS-RANGE-SLOT) TO CPY-EMPN-HIGH
           MOVE WS-EMPN-T-NEXT (WS-RANGE-SLOT) TO CPY-EMPN-NEXT
           MOVE WS-EMPN-T-DESC (WS-RANGE-SLOT) TO CPY-EMPN-DESC

           PERFORM WRITE-ALLOCATION-LOG
              THRU WRITE-ALLOCATION-LOG-EXIT

           DISPLAY "DB2EMPN: EMPNO " CPY-EMPN-EMPNO " ALLOCATED TO "
              CPY-EMPN-SOURCE " FROM RANGE " CPY-EMPN-RANGE-USED
           SET CPY-EMPN-SUCCESS TO TRUE
           SET CPY-EMPN-ALL-DONE TO TRUE
          .
       ALLOCATE-EMPNO-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       TRY-CANDIDATE SECTION.
      *>------------------------------------------------------------------------
      *>    one number: past the top of the range ends the search; a
      *>    number reserved for another source, on EMPLOYEE or on the
      *>    history store moves on to the next
           IF WS-CANDIDATE > WS-EMPN-T-HIGH (WS-RANGE-SLOT)
               PERFORM RANGE-USED-UP THRU RANGE-USED-UP-EXIT
               GO TO TRY-CANDIDATE-EXIT
           END-IF

           PERFORM CHECK-OTHER-RANGES THRU CHECK-OTHER-RANGES-EXIT
           IF WS-IN-USE
               GO TO TRY-CANDIDATE-EXIT
           END-IF

           PERFORM CHECK-ON-EMPLOYEE THRU CHECK-ON-EMPLOYEE-EXIT
           IF WS-CAND-STOP
               GO TO TRY-CANDIDATE-EXIT
           END-IF
           IF WS-IN-USE
               DISPLAY "DB2EMPN: " WS-CAND-EMPNO
                  " ALREADY ON EMPLOYEE - PASSED OVER"
               ADD 1 TO CPY-EMPN-SKIPPED
               PERFORM STEP-CANDIDATE THRU STEP-CANDIDATE-EXIT
               GO TO TRY-CANDIDATE-EXIT
           END-IF

           PERFORM CHECK-ON-HISTORY THRU CHECK-ON-HISTORY-EXIT
           IF WS-IN-USE
               DISPLAY "DB2EMPN: " WS-CAND-EMPNO
                  " ON THE HISTORY STORE - PASSED OVER"
               ADD 1 TO CPY-EMPN-SKIPPED
               PERFORM STEP-CANDIDATE THRU STEP-CANDIDATE-EXIT
               GO TO TRY-CANDIDATE-EXIT
           END-IF

           SET WS-CAND-TAKEN TO TRUE
          .
       TRY-CANDIDATE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-OTHER-RANGES SECTION.
      *>------------------------------------------------------------------------
      *>    a number inside a range reserved for some other source is
      *>    never drawn from this one; the search jumps past the whole
      *>    of that range.  DEFAULT is the general pool, and its
      *>    span does not fence off a reserved range lying inside it
           MOVE 'N' TO WS-IN-USE-SW
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-EMPN-COUNT
                 OR WS-IN-USE
               IF WS-SCAN-IDX NOT = WS-RANGE-SLOT
               AND WS-EMPN-T-SOURCE (WS-SCAN-IDX) NOT = 'DEFAULT'
               AND WS-CANDIDATE >= WS-EMPN-T-LOW (WS-SCAN-IDX)
               AND WS-CANDIDATE <= WS-EMPN-T-HIGH (WS-SCAN-IDX)
                   SET WS-IN-USE TO TRUE
                   COMPUTE WS-NEXT-CAND =
                       WS-EMPN-T-HIGH (WS-SCAN-IDX) + 1
               END-IF
           END-PERFORM

           IF WS-IN-USE
               IF WS-NEXT-CAND > WS-EMPN-T-HIGH (WS-RANGE-SLOT)
                   PERFORM RANGE-USED-UP THRU RANGE-USED-UP-EXIT
               ELSE
                   MOVE WS-NEXT-CAND TO WS-CANDIDATE
               END-IF
           END-IF
          .
       CHECK-OTHER-RANGES-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       STEP-CANDIDATE SECTION.
      *>------------------------------------------------------------------------
      *>    on to the next number, unless that is past the top of the
      *>    range
           COMPUTE WS-NEXT-CAND = WS-CANDIDATE + 1
           IF WS-NEXT-CAND > WS-EMPN-T-HIGH (WS-RANGE-SLOT)
               PERFORM RANGE-USED-UP THRU RANGE-USED-UP-EXIT
           ELSE
               MOVE WS-NEXT-CAND TO WS-CANDIDATE
           END-IF
          .
       STEP-CANDIDATE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       RANGE-USED-UP SECTION.
      *>------------------------------------------------------------------------
      *>    the search has run off the top of the range; the range is
      *>    left pointing past its top so the next call stops straight
      *>    away - or, for a range ending at 999999, at that number,
      *>    which is passed over again before the range is given up
           DISPLAY "DB2EMPN: RANGE "
              WS-EMPN-T-SOURCE (WS-RANGE-SLOT)
              " IS USED UP - NO NUMBER ALLOCATED"
           IF WS-EMPN-T-HIGH (WS-RANGE-SLOT) < 999999
               COMPUTE WS-EMPN-T-NEXT (WS-RANGE-SLOT) =
                   WS-EMPN-T-HIGH (WS-RANGE-SLOT) + 1
           ELSE
               MOVE WS-EMPN-T-HIGH (WS-RANGE-SLOT)
                 TO WS-EMPN-T-NEXT (WS-RANGE-SLOT)
           END-IF
           PERFORM REWRITE-CONTROL-FILE
              THRU REWRITE-CONTROL-FILE-EXIT
           SET CPY-EMPN-FAIL TO TRUE
           SET CPY-EMPN-EXHAUSTED TO TRUE
           SET WS-CAND-STOP TO TRUE
          .
       RANGE-USED-UP-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ON-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
      *>    a single-EMPNO selection through DB2FETCH; if EMPLOYEE
      *>    cannot be read no number can be vouched for, so nothing
      *>    is handed out
           MOVE 'N' TO WS-IN-USE-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE
           MOVE WS-CAND-EMPNO TO CPY-EMPNO

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2EMPN: EMPLOYEE CANNOT BE READ - NO NUMBER"
                  " ALLOCATED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-ERROR TO TRUE
               SET WS-CAND-STOP TO TRUE
               GO TO CHECK-ON-EMPLOYEE-EXIT
           END-IF

           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           IF CPY-FR-SUCCESS
               MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
               IF EXT-EMPNO = WS-CAND-EMPNO
                   SET WS-IN-USE TO TRUE
               END-IF
           END-IF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
          .
       CHECK-ON-EMPLOYEE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ON-HISTORY SECTION.
      *>------------------------------------------------------------------------
      *>    any archived spell under the number keeps it out of use;
      *>    a shop with no history store has none to avoid
           MOVE 'N' TO WS-IN-USE-SW

           INITIALIZE CPY-EMPHIST
           SET CPY-HIST-SELECT TO TRUE
           MOVE WS-CAND-EMPNO TO CPY-HIST-EMPNO
           CALL WS-HIST-PGM USING CPY-EMPHIST END-CALL

           IF CPY-HIST-SUCCESS
               SET WS-IN-USE TO TRUE
           END-IF
          .
       CHECK-ON-HISTORY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-ALLOCATION-LOG SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME

           OPEN EXTEND ALLOC-LOG-FILE
           MOVE SPACES              TO ALLOC-LOG-RECORD
           MOVE WS-LOG-DATE         TO ALG-DATE
           MOVE WS-LOG-TIME         TO ALG-TIME
           MOVE CPY-EMPN-EMPNO      TO ALG-EMPNO
           MOVE CPY-EMPN-SOURCE     TO ALG-SOURCE
           MOVE CPY-EMPN-RANGE-USED TO ALG-RANGE
           MOVE CPY-EMPN-REQ-PGM    TO ALG-REQ-PGM
           MOVE CPY-EMPN-SKIPPED    TO ALG-SKIPPED
           MOVE CPY-EMPN-REFERENCE  TO ALG-REFERENCE
           WRITE ALLOC-LOG-RECORD
           CLOSE ALLOC-LOG-FILE
          .
       WRITE-ALLOCATION-LOG-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-RANGE-FIELDS SECTION.
      *>------------------------------------------------------------------------
      *>    a range runs from LOW to HIGH, both inside 000001-999998,
      *>    with its next number no further than one past the top; a
      *>    next number of zero or below the range starts at LOW
           IF CPY-EMPN-LOW  IS NOT NUMERIC
           OR CPY-EMPN-HIGH IS NOT NUMERIC
           OR CPY-EMPN-NEXT IS NOT NUMERIC
               MOVE 0 TO CPY-EMPN-LOW
           END-IF
           IF CPY-EMPN-LOW = 0
           OR CPY-EMPN-LOW > CPY-EMPN-HIGH
           OR CPY-EMPN-HIGH > 999998
               DISPLAY "DB2EMPN: RANGE MUST RUN FROM LOW TO HIGH WITHIN"
                  " 000001-999998 - REJECTED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-ERROR TO TRUE
               GO TO CHECK-RANGE-FIELDS-EXIT
           END-IF

           IF CPY-EMPN-NEXT < CPY-EMPN-LOW
               MOVE CPY-EMPN-LOW TO CPY-EMPN-NEXT
           END-IF
           IF CPY-EMPN-NEXT > CPY-EMPN-HIGH + 1
               DISPLAY "DB2EMPN: NEXT NUMBER IS BEYOND THE RANGE -"
                  " REJECTED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-ERROR TO TRUE
               GO TO CHECK-RANGE-FIELDS-EXIT
           END-IF

      *>    reserved ranges may not share a number; DEFAULT is the
      *>    general pool and steps around them instead
           IF CPY-EMPN-SOURCE = 'DEFAULT'
               GO TO CHECK-RANGE-FIELDS-EXIT
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-EMPN-COUNT
                 OR CPY-EMPN-FAIL
               IF WS-EMPN-T-SOURCE (WS-SCAN-IDX) NOT = CPY-EMPN-SOURCE
               AND WS-EMPN-T-SOURCE (WS-SCAN-IDX) NOT = 'DEFAULT'
               AND CPY-EMPN-LOW  <= WS-EMPN-T-HIGH (WS-SCAN-IDX)
               AND CPY-EMPN-HIGH >= WS-EMPN-T-LOW (WS-SCAN-IDX)
                   DISPLAY "DB2EMPN: RANGE OVERLAPS THE RANGE RESERVED"
                      " FOR " WS-EMPN-T-SOURCE (WS-SCAN-IDX)
                      " - REJECTED"
                   SET CPY-EMPN-FAIL TO TRUE
                   SET CPY-EMPN-OVERLAP TO TRUE
               END-IF
           END-PERFORM
          .
       CHECK-RANGE-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-RANGE SECTION.
      *>------------------------------------------------------------------------
           IF CPY-EMPN-SOURCE = SPACES
               DISPLAY "DB2EMPN: RANGE SOURCE MISSING - REJECTED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-ERROR TO TRUE
               GO TO ADD-RANGE-EXIT
           END-IF

           MOVE CPY-EMPN-SOURCE TO WS-LOOKUP-SOURCE
           PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT
           IF WS-MATCH-SLOT > 0
               DISPLAY "DB2EMPN: SOURCE ALREADY HAS A RANGE - REJECTED"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-DUPLICATE TO TRUE
               GO TO ADD-RANGE-EXIT
           END-IF

           PERFORM CHECK-RANGE-FIELDS THRU CHECK-RANGE-FIELDS-EXIT
           IF CPY-EMPN-FAIL
               GO TO ADD-RANGE-EXIT
           END-IF

           IF WS-EMPN-COUNT >= WS-EMPN-MAX
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-EMPN-COUNT
               MOVE WS-EMPN-COUNT TO WS-MATCH-SLOT
               MOVE CPY-EMPN-SOURCE
                 TO WS-EMPN-T-SOURCE (WS-MATCH-SLOT)
               PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
               PERFORM REWRITE-CONTROL-FILE
                  THRU REWRITE-CONTROL-FILE-EXIT
               SET CPY-EMPN-SUCCESS TO TRUE
               SET CPY-EMPN-ALL-DONE TO TRUE
           END-IF
          .
       ADD-RANGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       UPDATE-RANGE SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-EMPN-SOURCE TO WS-LOOKUP-SOURCE
           PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2EMPN: NO RANGE FOR THAT SOURCE"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-NOT-FOUND TO TRUE
               GO TO UPDATE-RANGE-EXIT
           END-IF

           PERFORM CHECK-RANGE-FIELDS THRU CHECK-RANGE-FIELDS-EXIT
           IF CPY-EMPN-FAIL
               GO TO UPDATE-RANGE-EXIT
           END-IF

           PERFORM MOVE-FIELDS-TO-SLOT THRU MOVE-FIELDS-TO-SLOT-EXIT
           PERFORM REWRITE-CONTROL-FILE
              THRU REWRITE-CONTROL-FILE-EXIT
           SET CPY-EMPN-SUCCESS TO TRUE
           SET CPY-EMPN-ALL-DONE TO TRUE
          .
       UPDATE-RANGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       MOVE-FIELDS-TO-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-EMPN-LOW  TO WS-EMPN-T-LOW (WS-MATCH-SLOT)
           MOVE CPY-EMPN-HIGH TO WS-EMPN-T-HIGH (WS-MATCH-SLOT)
           MOVE CPY-EMPN-NEXT TO WS-EMPN-T-NEXT (WS-MATCH-SLOT)
           MOVE CPY-EMPN-DESC TO WS-EMPN-T-DESC (WS-MATCH-SLOT)
          .
       MOVE-FIELDS-TO-SLOT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-RANGE SECTION.
      *>------------------------------------------------------------------------
      *>    numbers already handed out from the range stay where they
      *>    are; the allocation log still shows where they came from
           MOVE CPY-EMPN-SOURCE TO WS-LOOKUP-SOURCE
           PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               DISPLAY "DB2EMPN: NO RANGE FOR THAT SOURCE"
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-NOT-FOUND TO TRUE
               GO TO DELETE-RANGE-EXIT
           END-IF

      *>    close the gap by sliding the entries above it down one
           PERFORM VARYING WS-SCAN-IDX FROM WS-MATCH-SLOT BY 1
              UNTIL WS-SCAN-IDX >= WS-EMPN-COUNT
               MOVE WS-EMPN-ENTRY (WS-SCAN-IDX + 1)
                 TO WS-EMPN-ENTRY (WS-SCAN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-EMPN-COUNT
           PERFORM REWRITE-CONTROL-FILE
              THRU REWRITE-CONTROL-FILE-EXIT
           SET CPY-EMPN-SUCCESS TO TRUE
           SET CPY-EMPN-ALL-DONE TO TRUE
          .
       DELETE-RANGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SELECT-RANGE SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-EMPN-SOURCE TO WS-LOOKUP-SOURCE
           PERFORM FIND-RANGE-SLOT THRU FIND-RANGE-SLOT-EXIT

           IF WS-MATCH-SLOT = 0
               SET CPY-EMPN-FAIL TO TRUE
               SET CPY-EMPN-NOT-FOUND TO TRUE
           ELSE
               MOVE WS-EMPN-T-LOW (WS-MATCH-SLOT)  TO CPY-EMPN-LOW
               MOVE WS-EMPN-T-HIGH (WS-MATCH-SLOT) TO CPY-EMPN-HIGH
               MOVE WS-EMPN-T-NEXT (WS-MATCH-SLOT) TO CPY-EMPN-NEXT
               MOVE WS-EMPN-T-DESC (WS-MATCH-SLOT) TO CPY-EMPN-DESC
               SET CPY-EMPN-SUCCESS TO TRUE
               SET CPY-EMPN-ALL-DONE TO TRUE
           END-IF
          .
       SELECT-RANGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       REWRITE-CONTROL-FILE SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT EMPN-FILE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-EMPN-COUNT
               MOVE SPACES TO EMPN-RECORD
               MOVE WS-EMPN-T-SOURCE (WS-SCAN-IDX) TO EMPN-SOURCE
               MOVE WS-EMPN-T-LOW (WS-SCAN-IDX)    TO EMPN-LOW
               MOVE WS-EMPN-T-HIGH (WS-SCAN-IDX)   TO EMPN-HIGH
               MOVE WS-EMPN-T-NEXT (WS-SCAN-IDX)   TO EMPN-NEXT
               MOVE WS-EMPN-T-DESC (WS-SCAN-IDX)   TO EMPN-DESC
               WRITE EMPN-RECORD
           END-PERFORM
           CLOSE EMPN-FILE
          .
       REWRITE-CONTROL-FILE-EXIT.
          EXIT.

       END PROGRAM DB2EMPN.

      *>************************************************************************
      *>  SAMPLE OUTBOUND DISPATCH REGISTER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2DSPR.cob
      *>
      *> Purpose:      Records every file sent out of the shop on the
      *>               dispatch register and refuses a second dispatch
      *>               of an identical file
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - called by each outbound extract once its file is
      *>                 written and closed: the payroll pickup (DB2PAYX),
      *>                 the GL journal (DB2GLX), the HRIS confirm-back
      *>                 (DB2HRICB) and the daily event file (DB2EVTX)
      *>               - reads the file back and fingerprints its content:
      *>                 each line is summed as 128 binary words, each
      *>                 word weighted by its place in the line (the
      *>                 DB2BKUP record hash with position added), and a
      *>                 running sum of those sums makes the order of the
      *>                 lines count as well
      *>               - a file with the same interface, line count and
      *>                 fingerprint as one already sent is refused, and
      *>                 the refusal itself is registered; the caller is
      *>                 told when and by what program it first went out.
      *>                 An empty file is never refused
      *>               - DB2DSPR_OVERRIDE=Y lets the operator send the
      *>                 duplicate anyway; it is registered as sent under
      *>                 override with the operator from DB2DSPR_OPERATOR
      *>               - every dispatch is one register line: date and
      *>                 time, sent/override/refused, interface, program,
      *>                 run date, the caller's record count and hash or
      *>                 amount total, the lines read back, the
      *>                 fingerprint, the operator and the file name
      *>               - the register is reported by DB2DSRP
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DSPR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SENT-FILE ASSIGN TO WS-SENT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.

        SELECT REGISTER-FILE ASSIGN TO WS-REG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the file being sent, read back line by line
       FD SENT-FILE.
       01 SENT-RECORD               PIC X(256).

      *> the dispatch register - one line per dispatch or refusal
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 DSP-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-STATUS            PIC X(1).
           05 FILLER                PIC X(1).
           05 DSP-INTERFACE         PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-REQ-PGM           PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(1).
           05 DSP-REC-COUNT         PIC 9(7).
           05 FILLER                PIC X(1).
           05 DSP-AMOUNT-TOTAL      PIC 9(15).
           05 FILLER                PIC X(1).
           05 DSP-FILE-RECORDS      PIC 9(7).
           05 FILLER                PIC X(1).
           05 DSP-FP-SUM            PIC 9(18).
           05 FILLER                PIC X(1).
           05 DSP-FP-POS            PIC 9(18).
           05 FILLER                PIC X(1).
           05 DSP-OPERATOR          PIC X(8).
           05 FILLER                PIC X(1).
           05 DSP-FILE-NAME         PIC X(100).

       WORKING-STORAGE SECTION.

      *> runtime-overridable file names - default to fixed names when
      *> the environment variables are unset
        01 WS-SENT-FILE-NAME     PIC X(100).
        01 WS-REG-FILE-NAME      PIC X(100) VALUE 'dispatch.txt'.

        01 WS-SENT-FILE-STATUS   PIC XX.
           88 WS-SENT-FILE-OK        VALUE '00'.
        01 WS-REG-FILE-STATUS    PIC XX.
           88 WS-REG-FILE-OK         VALUE '00'.
           88 WS-REG-FILE-MISSING    VALUE '35'.

        01 WS-SENT-EOF-SW        PIC X VALUE 'N'.
           88 WS-SENT-EOF            VALUE 'Y'.
        01 WS-REG-EOF-SW         PIC X VALUE 'N'.
           88 WS-REG-EOF             VALUE 'Y'.
        01 WS-PRIOR-FOUND-SW     PIC X VALUE 'N'.
           88 WS-PRIOR-FOUND         VALUE 'Y'.

        01 WS-OVERRIDE-IN        PIC X(1).
        01 WS-NEW-STATUS         PIC X(1).
        01 WS-OPERATOR-IN        PIC X(8).

      *> one line of the file as 128 binary words, as DB2BKUP hashes
      *> a record; both sums are folded back below the limit so a
      *> large file cannot overflow them
        01 WS-HASH-AREA          PIC X(256).
        01 WS-HASH-WORDS REDEFINES WS-HASH-AREA.
           05 WS-HASH-WORD          PIC 9(4) COMP-5
                                    OCCURS 128 TIMES.
        01 WS-HASH-IDX           PIC 9(3) COMP VALUE 0.
        01 WS-LINE-SUM           PIC 9(18) VALUE 0.
        01 WS-FP-LIMIT           PIC 9(18)
                                 VALUE 500000000000000000.

        01 WS-LOG-DATE           PIC 9(8).
        01 WS-LOG-TIME           PIC 9(8).

       LINKAGE SECTION.
        COPY "CPYDSPR.cpy".

       PROCEDURE DIVISION USING CPY-DISPATCH-REC.

      *>------------------------------------------------------------------------
       MAIN-DB2DSPR SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2DSPR: INSIDE DISPATCH REGISTER MODULE"

           ACCEPT WS-REG-FILE-NAME
              FROM ENVIRONMENT "DB2DSPR_REGISTER_FILE"
           IF WS-REG-FILE-NAME = SPACE
               MOVE 'dispatch.txt' TO WS-REG-FILE-NAME
           END-IF

           IF CPY-DSPR-REGISTER
               PERFORM REGISTER-DISPATCH THRU REGISTER-DISPATCH-EXIT
           ELSE
               SET CPY-DSPR-FAIL TO TRUE
               SET CPY-DSPR-ERROR TO TRUE
           END-IF

           DISPLAY "DB2DSPR: EXITING DISPATCH REGISTER MODULE"

           GOBACK

          .
       MAIN-DB2DSPR-EX.
          EXIT.

      *>------------------------------------------------------------------------
       REGISTER-DISPATCH SECTION.
      *>------------------------------------------------------------------------
           MOVE 0      TO CPY-DSPR-FILE-RECORDS
           MOVE 0      TO CPY-DSPR-FP-SUM
           MOVE 0      TO CPY-DSPR-FP-POS
           MOVE 'N'    TO CPY-DSPR-OVERRIDE-FLAG
           MOVE SPACES TO CPY-DSPR-OPERATOR
           MOVE 0      TO CPY-DSPR-PRIOR-DATE
           MOVE 0      TO CPY-DSPR-PRIOR-TIME
           MOVE SPACES TO CPY-DSPR-PRIOR-PGM

           IF CPY-DSPR-INTERFACE = SPACES
           OR CPY-DSPR-FILE-NAME = SPACES
               DISPLAY "DB2DSPR: INTERFACE OR FILE NAME MISSING -"
                  " NOTHING REGISTERED"
               SET CPY-DSPR-FAIL TO TRUE
               SET CPY-DSPR-ERROR TO TRUE
               GO TO REGISTER-DISPATCH-EXIT
           END-IF
           IF CPY-DSPR-REC-COUNT IS NOT NUMERIC
               MOVE 0 TO CPY-DSPR-REC-COUNT
           END-IF
           IF CPY-DSPR-AMOUNT-TOTAL IS NOT NUMERIC
               MOVE 0 TO CPY-DSPR-AMOUNT-TOTAL
           END-IF
           IF CPY-DSPR-RUN-DATE IS NOT NUMERIC
               MOVE 0 TO CPY-DSPR-RUN-DATE
           END-IF

           PERFORM FINGERPRINT-FILE THRU FINGERPRINT-FILE-EXIT
           IF CPY-DSPR-FAIL
               GO TO REGISTER-DISPATCH-EXIT
           END-IF

      *>    an empty file carries nothing that could be posted twice
           IF CPY-DSPR-FILE-RECORDS > 0
               PERFORM FIND-PRIOR-DISPATCH
                  THRU FIND-PRIOR-DISPATCH-EXIT
           END-IF

           IF WS-PRIOR-FOUND
               ACCEPT WS-OVERRIDE-IN
                  FROM ENVIRONMENT "DB2DSPR_OVERRIDE"
               IF WS-OVERRIDE-IN = 'Y'
                   ACCEPT WS-OPERATOR-IN
                      FROM ENVIRONMENT "DB2DSPR_OPERATOR"
                   IF WS-OPERATOR-IN = SPACES
                       MOVE 'UNKNOWN' TO WS-OPERATOR-IN
                   END-IF
                   MOVE WS-OPERATOR-IN TO CPY-DSPR-OPERATOR
                   SET CPY-DSPR-OVERRIDDEN TO TRUE
                   DISPLAY "DB2DSPR: *** OPERATOR OVERRIDE - "
                      CPY-DSPR-INTERFACE " FILE IDENTICAL TO THE ONE"
                      " SENT " CPY-DSPR-PRIOR-DATE " "
                      CPY-DSPR-PRIOR-TIME " SENT AGAIN BY "
                      CPY-DSPR-OPERATOR " ***"
               ELSE
                   DISPLAY "DB2DSPR: *** " CPY-DSPR-INTERFACE
                      " FILE IDENTICAL TO THE ONE SENT "
                      CPY-DSPR-PRIOR-DATE " " CPY-DSPR-PRIOR-TIME
                      " BY " CPY-DSPR-PRIOR-PGM
                      " - DISPATCH REFUSED ***"
                   DISPLAY "DB2DSPR: IF IT MUST GO AGAIN, RERUN WITH"
                      " DB2DSPR_OVERRIDE=Y AND DB2DSPR_OPERATOR SET"
                   MOVE 'R' TO WS-NEW-STATUS
                   PERFORM WRITE-REGISTER-LINE
                      THRU WRITE-REGISTER-LINE-EXIT
                   SET CPY-DSPR-FAIL TO TRUE
                   SET CPY-DSPR-DUPLICATE TO TRUE
                   GO TO REGISTER-DISPATCH-EXIT
               END-IF
           END-IF

           IF CPY-DSPR-OVERRIDDEN
               MOVE 'O' TO WS-NEW-STATUS
           ELSE
               MOVE 'S' TO WS-NEW-STATUS
           END-IF
           PERFORM WRITE-REGISTER-LINE THRU WRITE-REGISTER-LINE-EXIT
      *>    a dispatch the register never saw is not reported as sent
           IF CPY-DSPR-FAIL
               GO TO REGISTER-DISPATCH-EXIT
           END-IF

           DISPLAY "DB2DSPR: " CPY-DSPR-INTERFACE " DISPATCH OF "
              CPY-DSPR-FILE-RECORDS " LINES REGISTERED"
           SET CPY-DSPR-SUCCESS TO TRUE
           SET CPY-DSPR-ALL-DONE TO TRUE
          .
       REGISTER-DISPATCH-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FINGERPRINT-FILE SECTION.
      *>------------------------------------------------------------------------
      *>    a file that cannot be read back cannot be vouched for, so
      *>    nothing is registered
           MOVE CPY-DSPR-FILE-NAME TO WS-SENT-FILE-NAME
           MOVE 'N' TO WS-SENT-EOF-SW

           OPEN INPUT SENT-FILE
           IF NOT WS-SENT-FILE-OK
               DISPLAY "DB2DSPR: FILE " WS-SENT-FILE-NAME
                  " CANNOT BE READ - NOTHING REGISTERED"
               SET CPY-DSPR-FAIL TO TRUE
               SET CPY-DSPR-NO-FILE TO TRUE
               GO TO FINGERPRINT-FILE-EXIT
           END-IF

           PERFORM READ-SENT-RECORD THRU READ-SENT-RECORD-EXIT
              UNTIL WS-SENT-EOF
           CLOSE SENT-FILE
          .
       FINGERPRINT-FILE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-SENT-RECORD SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO SENT-RECORD
           READ SENT-FILE
             AT END
               SET WS-SENT-EOF TO TRUE
             NOT AT END
               ADD 1 TO CPY-DSPR-FILE-RECORDS
               MOVE SENT-RECORD TO WS-HASH-AREA
               PERFORM ADD-LINE-FINGERPRINT
                  THRU ADD-LINE-FINGERPRINT-EXIT
           END-READ
          .
       READ-SENT-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ADD-LINE-FINGERPRINT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-LINE-SUM
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 128
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                     + WS-HASH-WORD (WS-HASH-IDX) * WS-HASH-IDX
           END-PERFORM

           ADD WS-LINE-SUM TO CPY-DSPR-FP-SUM
           IF CPY-DSPR-FP-SUM >= WS-FP-LIMIT
               SUBTRACT WS-FP-LIMIT FROM CPY-DSPR-FP-SUM
           END-IF
           ADD CPY-DSPR-FP-SUM TO CPY-DSPR-FP-POS
           IF CPY-DSPR-FP-POS >= WS-FP-LIMIT
               SUBTRACT WS-FP-LIMIT FROM CPY-DSPR-FP-POS
           END-IF
          .
       ADD-LINE-FINGERPRINT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FIND-PRIOR-DISPATCH SECTION.
      *>------------------------------------------------------------------------
      *>    the earliest line that actually went out (sent or sent
      *>    under override) on the same interface with the same
      *>    content; a refused line never counts as sent
           MOVE 'N' TO WS-PRIOR-FOUND-SW
           MOVE 'N' TO WS-REG-EOF-SW

           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-FILE-OK
               GO TO FIND-PRIOR-DISPATCH-EXIT
           END-IF

           PERFORM READ-REGISTER-RECORD THRU READ-REGISTER-RECORD-EXIT
              UNTIL WS-REG-EOF OR WS-PRIOR-FOUND
           CLOSE REGISTER-FILE
          .
       FIND-PRIOR-DISPATCH-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       READ-REGISTER-RECORD SECTION.
      *>------------------------------------------------------------------------
           READ REGISTER-FILE
             AT END
               SET WS-REG-EOF TO TRUE
             NOT AT END
               IF (DSP-STATUS = 'S' OR DSP-STATUS = 'O')
               AND DSP-INTERFACE    = CPY-DSPR-INTERFACE
               AND DSP-FILE-RECORDS = CPY-DSPR-FILE-RECORDS
               AND DSP-FP-SUM       = CPY-DSPR-FP-SUM
               AND DSP-FP-POS       = CPY-DSPR-FP-POS
                   SET WS-PRIOR-FOUND TO TRUE
                   MOVE DSP-DATE    TO CPY-DSPR-PRIOR-DATE
                   MOVE DSP-TIME    TO CPY-DSPR-PRIOR-TIME
                   MOVE DSP-REQ-PGM TO CPY-DSPR-PRIOR-PGM
               END-IF
           END-READ
          .
       READ-REGISTER-RECORD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       WRITE-REGISTER-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    WS-NEW-STATUS is S sent, O sent under override or R
      *>    refused; the first dispatch ever made starts the register
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME

           OPEN EXTEND REGISTER-FILE
           IF WS-REG-FILE-MISSING
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT WS-REG-FILE-OK
               DISPLAY "DB2DSPR: DISPATCH REGISTER " WS-REG-FILE-NAME
                  " CANNOT BE WRITTEN - STATUS " WS-REG-FILE-STATUS
               SET CPY-DSPR-FAIL TO TRUE
               SET CPY-DSPR-ERROR TO TRUE
               GO TO WRITE-REGISTER-LINE-EXIT
           END-IF

           MOVE SPACES                TO REGISTER-RECORD
           MOVE WS-LOG-DATE           TO DSP-DATE
           MOVE WS-LOG-TIME           TO DSP-TIME
           MOVE WS-NEW-STATUS         TO DSP-STATUS
           MOVE CPY-DSPR-INTERFACE    TO DSP-INTERFACE
           MOVE CPY-DSPR-REQ-PGM      TO DSP-REQ-PGM
           MOVE CPY-DSPR-RUN-DATE     TO DSP-RUN-DATE
           MOVE CPY-DSPR-REC-COUNT    TO DSP-REC-COUNT
           MOVE CPY-DSPR-AMOUNT-TOTAL TO DSP-AMOUNT-TOTAL
           MOVE CPY-DSPR-FILE-RECORDS TO DSP-FILE-RECORDS
           MOVE CPY-DSPR-FP-SUM       TO DSP-FP-SUM
           MOVE CPY-DSPR-FP-POS       TO DSP-FP-POS
           MOVE CPY-DSPR-OPERATOR     TO DSP-OPERATOR
           MOVE CPY-DSPR-FILE-NAME    TO DSP-FILE-NAME
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE
          .
       WRITE-REGISTER-LINE-EXIT.
          EXIT.

       END PROGRAM DB2DSPR.

      *>************************************************************************
      *>  SAMPLE TERMINATION REASON REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2TRRP.cob
      *>
      *> Purpose:      Quarterly breakdown of terminations by reason and
      *>               department from the termination history
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the EMPLOYEE_HIST store DB2EHIST
      *>                 maintains and takes every spell whose
      *>                 termination date falls in the quarter reported
      *>                 (DB2TRRP_QUARTER as YYYYQn, default the last
      *>                 full quarter before the run)
      *>               - department by department, the terminations
      *>                 per reason code with the description and the
      *>                 voluntary/involuntary class off the termination-
      *>                 reason master (DB2TRSN), and a department total
      *>               - the company total per reason, as a count and a
      *>                 share of all terminations in the quarter, then
      *>                 the voluntary, involuntary and not-given totals
      *>               - a spell archived before reasons were carried
      *>                 shows as NOT GIVEN; a code since removed from
      *>                 the master shows as NOT ON MASTER
      *>               - RC 4 when there is no history store or a table
      *>                 fills
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TRRP.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-KEY
        ALTERNATE RECORD KEY IS HIST-EMPNO WITH DUPLICATES
        FILE STATUS IS WS-HIST-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the history store DB2EHIST maintains - termination date,
      *> reason and the archived extract image of the row
       FD HIST-FILE.
         COPY "HSTDB2CO.cpy".

       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "EXTDB2CO.cpy".

      *> termination-reason record passed to DB2TRSN
         COPY "CPYTRSN.cpy".

        01 WS-TRSN-PGM           PIC X(7) VALUE 'DB2TRSN'.

        01 WS-HIST-FILE-NAME     PIC X(100) VALUE 'emphist.dat'.
        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'trrprpt.txt'.

        01 WS-HIST-FILE-STATUS   PIC XX.
           88 WS-HIST-FILE-OK        VALUE '00'.

        01 WS-HIST-EOF-SW        PIC X VALUE 'N'.
           88 WS-HIST-EOF            VALUE 'Y'.
        01 WS-NO-HIST-SW         PIC X VALUE 'N'.
           88 WS-NO-HIST             VALUE 'Y'.
        01 WS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 WS-OVERFLOW            VALUE 'Y'.

        01 WS-RUN-DATE           PIC 9(8).
        01 WS-RUN-YYYY           PIC 9(4).
        01 WS-RUN-MM             PIC 9(2).

      *> the quarter reported, YYYYQn, and the first and last dates
      *> it covers as YYYYMMDD
        01 WS-QUARTER-IN         PIC X(6).
        01 WS-QTR-YYYY           PIC 9(4).
        01 WS-QTR-NO             PIC 9(1).
        01 WS-QTR-LABEL          PIC X(6).
        01 WS-QTR-FROM           PIC 9(8).
        01 WS-QTR-TO             PIC 9(8).
        01 WS-TERM-NUM           PIC 9(8).

      *> one entry per department and reason seen, kept in department
      *> then reason order as it is built so it prints straight off
        01 WS-CELL-COUNT         PIC 9(4) VALUE 0.
        01 WS-CELL-MAX           PIC 9(4) VALUE 3000.
        01 WS-CELL-TAB.
           05 WS-CELL-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-CELL-IDX.
              10 WS-CEL-KEY.
                 15 WS-CEL-DEPT     PIC X(3).
                 15 WS-CEL-REASON   PIC X(2).
              10 WS-CEL-COUNT       PIC 9(5).

      *> one entry per reason seen, in code order, with what the
      *> master says about it
        01 WS-RSN-COUNT          PIC 9(3) VALUE 0.
        01 WS-RSN-MAX            PIC 9(3) VALUE 200.
        01 WS-RSN-TAB.
           05 WS-RSN-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RSN-IDX.
              10 WS-RSN-CODE        PIC X(2).
              10 WS-RSN-CLASS       PIC X(1).
              10 WS-RSN-DESC        PIC X(30).
              10 WS-RSN-TOTAL       PIC 9(5).

        01 WS-NEW-KEY.
           05 WS-NEW-DEPT           PIC X(3).
           05 WS-NEW-REASON         PIC X(2).
        01 WS-SLOT               PIC 9(4) VALUE 0.
        01 WS-SHIFT              PIC 9(4) VALUE 0.
        01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND               VALUE 'Y'.

        01 WS-HIST-READ          PIC 9(5) VALUE 0.
        01 WS-IN-QUARTER         PIC 9(5) VALUE 0.
        01 WS-VOLUNTARY          PIC 9(5) VALUE 0.
        01 WS-INVOLUNTARY        PIC 9(5) VALUE 0.
        01 WS-NOT-GIVEN          PIC 9(5) VALUE 0.
        01 WS-NOT-ON-MASTER      PIC 9(5) VALUE 0.
        01 WS-DEPT-TOTAL         PIC 9(5) VALUE 0.
        01 WS-CLASS-COUNT        PIC 9(5) VALUE 0.
        01 WS-PREV-DEPT          PIC X(3).
        01 WS-PCT                PIC 9(3)V9.

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(40)
              VALUE "DB2TRRP - TERMINATIONS BY REASON       ".
           05 FILLER                PIC X(08) VALUE "QUARTER ".
           05 WS-PHL-QUARTER        PIC X(6).
           05 FILLER                PIC X(08) VALUE "    RUN ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(44) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(08) VALUE SPACES.

        01 WS-SECTION-LINE.
           05 WS-SECT-TITLE         PIC X(132).

        01 WS-COLUMN-HDG-LINE.
           05 WS-COL-HDG            PIC X(132).

        01 WS-DEPT-HDG.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(08) VALUE "REASON".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(15) VALUE "CLASS".
           05 FILLER PIC X(08) VALUE "   COUNT".
           05 FILLER PIC X(63) VALUE SPACES.

        01 WS-REASON-HDG.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "REASON".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(15) VALUE "CLASS".
           05 FILLER PIC X(08) VALUE "   COUNT".
           05 FILLER PIC X(10) VALUE "   PERCENT".
           05 FILLER PIC X(53) VALUE SPACES.

        01 WS-DETAIL-LINE.
           05 WS-DTL-DEPT           PIC X(3).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DTL-REASON         PIC X(2).
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-DTL-DESC           PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTL-CLASS          PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DTL-COUNT          PIC ZZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-DTL-PCT            PIC ZZ9.9.
           05 WS-DTL-PCT-SIGN       PIC X(01).
           05 FILLER                PIC X(55) VALUE SPACES.

        01 WS-TOTAL-LINE.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-TTL-LABEL          PIC X(55).
           05 WS-TTL-COUNT          PIC ZZZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-TTL-PCT            PIC ZZ9.9.
           05 WS-TTL-PCT-SIGN       PIC X(01).
           05 FILLER                PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2TRRP SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2TRRP: INSIDE TERMINATION REASON REPORT MODULE"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-TERMINATIONS THRU LOAD-TERMINATIONS-EXIT

           PERFORM WRITE-REASON-REPORT THRU WRITE-REASON-REPORT-EXIT

           DISPLAY "DB2TRRP: ======== TERMINATION REASONS ========="
           DISPLAY "DB2TRRP: QUARTER             : " WS-QTR-LABEL
           DISPLAY "DB2TRRP: HISTORY ROWS READ   : " WS-HIST-READ
           DISPLAY "DB2TRRP: TERMINATED IN QTR   : " WS-IN-QUARTER
           DISPLAY "DB2TRRP: VOLUNTARY           : " WS-VOLUNTARY
           DISPLAY "DB2TRRP: INVOLUNTARY         : " WS-INVOLUNTARY
           DISPLAY "DB2TRRP: REASON NOT GIVEN    : " WS-NOT-GIVEN
           DISPLAY "DB2TRRP: REASON NOT ON MASTER: " WS-NOT-ON-MASTER
           DISPLAY "DB2TRRP: ======================================"

           IF WS-NO-HIST OR WS-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2TRRP: EXITING TERMINATION REASON REPORT MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2TRRP-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-HIST-FILE-NAME
              FROM ENVIRONMENT "DB2EHIST_HIST_FILE"
           IF WS-HIST-FILE-NAME = SPACE
               MOVE 'emphist.dat' TO WS-HIST-FILE-NAME
           END-IF

           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2TRRP_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'trrprpt.txt' TO WS-REPORT-FILE-NAME
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *>    the default is the last full quarter before today
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM
           COMPUTE WS-QTR-NO = (WS-RUN-MM - 1) / 3 + 1
           MOVE WS-RUN-YYYY TO WS-QTR-YYYY
           IF WS-QTR-NO = 1
               MOVE 4 TO WS-QTR-NO
               SUBTRACT 1 FROM WS-QTR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-QTR-NO
           END-IF

      *>    DB2TRRP_QUARTER as YYYYQn picks another quarter
           ACCEPT WS-QUARTER-IN FROM ENVIRONMENT "DB2TRRP_QUARTER"
           IF WS-QUARTER-IN NOT = SPACE
               IF WS-QUARTER-IN (1:4) IS NUMERIC
               AND WS-QUARTER-IN (5:1) = 'Q'
               AND WS-QUARTER-IN (6:1) >= '1'
               AND WS-QUARTER-IN (6:1) <= '4'
                   MOVE WS-QUARTER-IN (1:4) TO WS-QTR-YYYY
                   MOVE WS-QUARTER-IN (6:1) TO WS-QTR-NO
               ELSE
                   DISPLAY "DB2TRRP: DB2TRRP_QUARTER " WS-QUARTER-IN
                      " IS NOT YYYYQn - LAST FULL QUARTER USED"
               END-IF
           END-IF

           COMPUTE WS-QTR-FROM = WS-QTR-YYYY * 10000
                               + ((WS-QTR-NO - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QTR-TO   = WS-QTR-YYYY * 10000
                               + (WS-QTR-NO * 3) * 100
           IF WS-QTR-NO = 2 OR WS-QTR-NO = 3
               ADD 30 TO WS-QTR-TO
           ELSE
               ADD 31 TO WS-QTR-TO
           END-IF
           MOVE SPACES TO WS-QTR-LABEL
           STRING WS-QTR-YYYY DELIMITED BY SIZE
                  "Q"         DELIMITED BY SIZE
                  WS-QTR-NO   DELIMITED BY SIZE
                  INTO WS-QTR-LABEL
           END-STRING

           DISPLAY "DB2TRRP: HISTORY STORE = " WS-HIST-FILE-NAME
           DISPLAY "DB2TRRP: REPORT FILE   = " WS-REPORT-FILE-NAME
           DISPLAY "DB2TRRP: QUARTER       = " WS-QTR-LABEL
              " (" WS-QTR-FROM " TO " WS-QTR-TO ")"
           .
       RESOLVE-CONTROLS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-TERMINATIONS SECTION.
      *>------------------------------------------------------------------------
      *>    a shop with no history store yet has had no terminations
      *>    to break down; the report still goes out, empty
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-FILE-OK
               DISPLAY "DB2TRRP: HISTORY STORE " WS-HIST-FILE-NAME
                  " NOT ON FILE - NO TERMINATIONS TO REPORT"
               SET WS-NO-HIST TO TRUE
               GO TO LOAD-TERMINATIONS-EXIT
           END-IF

           PERFORM READ-HISTORY-RECORD THRU READ-HISTORY-RECORD-EXIT
              UNTIL WS-HIST-EOF
           CLOSE HIST-FILE
           .
       LOAD-TERMINATIONS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-HISTORY-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    the store is keyed on the termination date, but is read
      *>    end to end so a spell filed under a malformed date is
      *>    simply passed over rather than ending the scan
           READ HIST-FILE
             AT END
               SET WS-HIST-EOF TO TRUE
               GO TO READ-HISTORY-RECORD-EXIT
           END-READ
           ADD 1 TO WS-HIST-READ

           IF HIST-TERM-DATE NOT NUMERIC
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF
           MOVE HIST-TERM-DATE TO WS-TERM-NUM
           IF WS-TERM-NUM < WS-QTR-FROM OR WS-TERM-NUM > WS-QTR-TO
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

           MOVE HIST-EMP-IMAGE TO EXT-EMPLOYEE-REC
           MOVE EXT-WORKDEPT     TO WS-NEW-DEPT
           MOVE HIST-TERM-REASON TO WS-NEW-REASON

           PERFORM FIND-REASON-SLOT THRU FIND-REASON-SLOT-EXIT
           IF WS-SLOT = 0
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF
           PERFORM FIND-CELL-SLOT THRU FIND-CELL-SLOT-EXIT
           IF WS-SLOT = 0
               GO TO READ-HISTORY-RECORD-EXIT
           END-IF

           ADD 1 TO WS-CEL-COUNT (WS-SLOT)
           ADD 1 TO WS-IN-QUARTER
           .
       READ-HISTORY-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-REASON-SLOT SECTION.
      *>------------------------------------------------------------------------
      *>    the reason's entry, opened in code order the first time the
      *>    code is seen, when its class and description are fetched
      *>    from the master; the spell is counted in the class totals
           MOVE 0 TO WS-SLOT
           MOVE 'N' TO WS-FOUND-SW
           SET WS-RSN-IDX TO 1
           SEARCH WS-RSN-ENTRY
             AT END
               CONTINUE
             WHEN WS-RSN-IDX > WS-RSN-COUNT
               CONTINUE
             WHEN WS-RSN-CODE (WS-RSN-IDX) = WS-NEW-REASON
               SET WS-FOUND TO TRUE
             WHEN WS-RSN-CODE (WS-RSN-IDX) > WS-NEW-REASON
               CONTINUE
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-RSN-COUNT NOT < WS-RSN-MAX
                   DISPLAY "DB2TRRP: MORE THAN " WS-RSN-MAX
                      " REASON CODES - REASON " WS-NEW-REASON
                      " LEFT OFF THE REPORT"
                   SET WS-OVERFLOW TO TRUE
                   GO TO FIND-REASON-SLOT-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT FROM WS-RSN-COUNT BY -1
                  UNTIL WS-SHIFT < WS-RSN-IDX
                   MOVE WS-RSN-ENTRY (WS-SHIFT)
                     TO WS-RSN-ENTRY (WS-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-RSN-COUNT
               PERFORM DESCRIBE-REASON THRU DESCRIBE-REASON-EXIT
           END-IF

           SET WS-SLOT TO WS-RSN-IDX
           ADD 1 TO WS-RSN-TOTAL (WS-SLOT)
           EVALUATE WS-RSN-CLASS (WS-SLOT)
             WHEN 'V'
               ADD 1 TO WS-VOLUNTARY
             WHEN 'I'
               ADD 1 TO WS-INVOLUNTARY
             WHEN 'N'
               ADD 1 TO WS-NOT-GIVEN
             WHEN OTHER
               ADD 1 TO WS-NOT-ON-MASTER
           END-EVALUATE
           .
       FIND-REASON-SLOT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       DESCRIBE-REASON SECTION.
      *>------------------------------------------------------------------------
      *>    a blank reason is class N (not given); a code the master
      *>    does not know, or a run without the master, is class ?
           MOVE WS-NEW-REASON TO WS-RSN-CODE (WS-RSN-IDX)
           MOVE 0             TO WS-RSN-TOTAL (WS-RSN-IDX)

           IF WS-NEW-REASON = SPACES
               MOVE 'N' TO WS-RSN-CLASS (WS-RSN-IDX)
               MOVE "NOT GIVEN" TO WS-RSN-DESC (WS-RSN-IDX)
               GO TO DESCRIBE-REASON-EXIT
           END-IF

           INITIALIZE CPY-TERMRSN-REC
           SET CPY-TRSN-SELECT TO TRUE
           MOVE WS-NEW-REASON TO CPY-TRSN-CODE
           CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL

           IF CPY-TRSN-SUCCESS
               MOVE CPY-TRSN-CLASS TO WS-RSN-CLASS (WS-RSN-IDX)
               MOVE CPY-TRSN-DESC  TO WS-RSN-DESC (WS-RSN-IDX)
           ELSE
               MOVE '?' TO WS-RSN-CLASS (WS-RSN-IDX)
               MOVE "NOT ON MASTER" TO WS-RSN-DESC (WS-RSN-IDX)
           END-IF
           .
       DESCRIBE-REASON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-CELL-SLOT SECTION.
      *>------------------------------------------------------------------------
      *>    the department and reason entry, opened in key order
           MOVE 0 TO WS-SLOT
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CELL-IDX TO 1
           SEARCH WS-CELL-ENTRY
             AT END
               CONTINUE
             WHEN WS-CELL-IDX > WS-CELL-COUNT
               CONTINUE
             WHEN WS-CEL-KEY (WS-CELL-IDX) = WS-NEW-KEY
               SET WS-FOUND TO TRUE
             WHEN WS-CEL-KEY (WS-CELL-IDX) > WS-NEW-KEY
               CONTINUE
           END-SEARCH

           IF NOT WS-FOUND
               IF WS-CELL-COUNT NOT < WS-CELL-MAX
                   DISPLAY "DB2TRRP: MORE THAN " WS-CELL-MAX
                      " DEPARTMENT/REASON PAIRS - " WS-NEW-KEY
                      " LEFT OFF THE DEPARTMENT BREAKDOWN"
                   SET WS-OVERFLOW TO TRUE
                   GO TO FIND-CELL-SLOT-EXIT
               END-IF
               PERFORM VARYING WS-SHIFT FROM WS-CELL-COUNT BY -1
                  UNTIL WS-SHIFT < WS-CELL-IDX
                   MOVE WS-CELL-ENTRY (WS-SHIFT)
                     TO WS-CELL-ENTRY (WS-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-NEW-KEY TO WS-CEL-KEY (WS-CELL-IDX)
               MOVE 0          TO WS-CEL-COUNT (WS-CELL-IDX)
           END-IF

           SET WS-SLOT TO WS-CELL-IDX
           .
       FIND-CELL-SLOT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REASON-REPORT SECTION.
      *>------------------------------------------------------------------------
           OPEN OUTPUT REPORT-FILE

      *>    section 1 - department by department
           MOVE "TERMINATIONS BY DEPARTMENT AND REASON" TO WS-SECT-TITLE
           MOVE WS-DEPT-HDG TO WS-COL-HDG
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-CELL-COUNT = 0
               MOVE "NO TERMINATIONS IN THE QUARTER" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-CEL-DEPT (1) TO WS-PREV-DEPT
               MOVE 0 TO WS-DEPT-TOTAL
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                  UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   PERFORM WRITE-CELL-LINE THRU WRITE-CELL-LINE-EXIT
               END-PERFORM
               PERFORM WRITE-DEPT-TOTAL THRU WRITE-DEPT-TOTAL-EXIT
           END-IF

      *>    section 2 - the company, reason by reason, then by class
           MOVE "COMPANY TOTALS BY REASON" TO WS-SECT-TITLE
           MOVE WS-REASON-HDG TO WS-COL-HDG
           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > WS-RSN-COUNT
               PERFORM WRITE-REASON-LINE THRU WRITE-REASON-LINE-EXIT
           END-PERFORM

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT

           MOVE "VOLUNTARY" TO WS-TTL-LABEL
           MOVE WS-VOLUNTARY TO WS-CLASS-COUNT
           PERFORM WRITE-CLASS-TOTAL THRU WRITE-CLASS-TOTAL-EXIT
           MOVE "INVOLUNTARY" TO WS-TTL-LABEL
           MOVE WS-INVOLUNTARY TO WS-CLASS-COUNT
           PERFORM WRITE-CLASS-TOTAL THRU WRITE-CLASS-TOTAL-EXIT
           MOVE "REASON NOT GIVEN" TO WS-TTL-LABEL
           MOVE WS-NOT-GIVEN TO WS-CLASS-COUNT
           PERFORM WRITE-CLASS-TOTAL THRU WRITE-CLASS-TOTAL-EXIT
           IF WS-NOT-ON-MASTER > 0
               MOVE "REASON NOT ON MASTER" TO WS-TTL-LABEL
               MOVE WS-NOT-ON-MASTER TO WS-CLASS-COUNT
               PERFORM WRITE-CLASS-TOTAL THRU WRITE-CLASS-TOTAL-EXIT
           END-IF
           MOVE "COMPANY TOTAL" TO WS-TTL-LABEL
           MOVE WS-IN-QUARTER TO WS-CLASS-COUNT
           PERFORM WRITE-CLASS-TOTAL THRU WRITE-CLASS-TOTAL-EXIT

           CLOSE REPORT-FILE
           .
       WRITE-REASON-REPORT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CELL-LINE SECTION.
      *>------------------------------------------------------------------------
           IF WS-CEL-DEPT (WS-CELL-IDX) NOT = WS-PREV-DEPT
               PERFORM WRITE-DEPT-TOTAL THRU WRITE-DEPT-TOTAL-EXIT
               MOVE WS-CEL-DEPT (WS-CELL-IDX) TO WS-PREV-DEPT
               MOVE 0 TO WS-DEPT-TOTAL
           END-IF

           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE WS-CEL-REASON (WS-CELL-IDX) TO WS-NEW-REASON
           SET WS-RSN-IDX TO 1
           SEARCH WS-RSN-ENTRY
             WHEN WS-RSN-CODE (WS-RSN-IDX) = WS-NEW-REASON
               CONTINUE
           END-SEARCH

           MOVE WS-CEL-DEPT (WS-CELL-IDX)   TO WS-DTL-DEPT
           MOVE WS-CEL-REASON (WS-CELL-IDX) TO WS-DTL-REASON
           PERFORM SET-DETAIL-REASON THRU SET-DETAIL-REASON-EXIT
           MOVE WS-CEL-COUNT (WS-CELL-IDX)  TO WS-DTL-COUNT
           MOVE ZERO  TO WS-DTL-PCT
           MOVE SPACE TO WS-DTL-PCT-SIGN
           MOVE WS-DETAIL-LINE TO RPT-LINE
           MOVE SPACES TO RPT-LINE (70:)
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT

           ADD WS-CEL-COUNT (WS-CELL-IDX) TO WS-DEPT-TOTAL
           .
       WRITE-CELL-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-DEPT-TOTAL SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           MOVE SPACES TO WS-TTL-LABEL
           STRING "DEPT TOTAL " DELIMITED BY SIZE
                  WS-PREV-DEPT  DELIMITED BY SIZE
                  INTO WS-TTL-LABEL
           END-STRING
           MOVE WS-DEPT-TOTAL TO WS-TTL-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           MOVE SPACES TO RPT-LINE (70:)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-RPT-LINE-COUNT
           .
       WRITE-DEPT-TOTAL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-REASON-LINE SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE SPACES TO WS-DTL-DEPT
           MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-DTL-REASON
           PERFORM SET-DETAIL-REASON THRU SET-DETAIL-REASON-EXIT
           MOVE WS-RSN-TOTAL (WS-RSN-IDX) TO WS-DTL-COUNT
           COMPUTE WS-PCT ROUNDED =
               WS-RSN-TOTAL (WS-RSN-IDX) * 100 / WS-IN-QUARTER
           MOVE WS-PCT TO WS-DTL-PCT
           MOVE '%'    TO WS-DTL-PCT-SIGN
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-REASON-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SET-DETAIL-REASON SECTION.
      *>------------------------------------------------------------------------
      *>    description and class of the reason at WS-RSN-IDX
           MOVE WS-RSN-DESC (WS-RSN-IDX) TO WS-DTL-DESC
           EVALUATE WS-RSN-CLASS (WS-RSN-IDX)
             WHEN 'V'
               MOVE "VOLUNTARY"   TO WS-DTL-CLASS
             WHEN 'I'
               MOVE "INVOLUNTARY" TO WS-DTL-CLASS
             WHEN OTHER
               MOVE SPACES        TO WS-DTL-CLASS
           END-EVALUATE
           IF WS-DTL-REASON = SPACES
               MOVE "--" TO WS-DTL-REASON
           END-IF
           .
       SET-DETAIL-REASON-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-CLASS-TOTAL SECTION.
      *>------------------------------------------------------------------------
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT
           IF WS-IN-QUARTER > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-CLASS-COUNT * 100 / WS-IN-QUARTER
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-CLASS-COUNT TO WS-TTL-COUNT
           MOVE WS-PCT TO WS-TTL-PCT
           MOVE '%'    TO WS-TTL-PCT-SIGN
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-CLASS-TOTAL-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       CHECK-PAGE-BREAK SECTION.
      *>------------------------------------------------------------------------
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT
           END-IF
          .
       CHECK-PAGE-BREAK-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-PAGE-HEADER SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-PHL-PAGE-NO
           MOVE WS-QTR-LABEL   TO WS-PHL-QUARTER
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-RPT-LINE-COUNT
           .
       WRITE-PAGE-HEADER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2TRRP.

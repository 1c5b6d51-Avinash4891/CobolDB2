      *>                 department, printing the chronological change
      *>                 history - the thirty-second lookup the union
      *>                 grievance took three days of grepping to answer
      *>               - selection by change provenance (where the change
      *>                 came from and who originated it) over a date
      *>                 range, with a count and net salary change per
      *>                 provenance - "everything the Eastern branch
      *>                 changed this quarter"
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *>              across the live store and every archive on the
      *>              index transparently, so a three-year-old change is
      *>              as findable as last night's.
      *> 2026.10.15 Avinash Kumar
      *>            - provenance inquiry (option 6): selects the lines
      *>              whose change provenance matches a code and/or an
      *>              origin (SRC= at column 108 of the audit line) in a
      *>              date range, across the live store and every
      *>              archive, and totals the changes and the net salary
      *>              change by provenance. Inquiry lines now display
      *>              through the provenance columns.
      *> 2026.10.15 Avinash Kumar
      *>            - provenance code P (merit plan) is named in the
      *>              inquiry prompt and the provenance totals.
      *>************************************************************************

       IDENTIFICATION DIVISION.
        01 WS-ANSWER             PIC X(15).

      *> which inquiry the archive scan is answering for: E = EMPNO,
      *> D = date range, W = department, P = provenance
        01 WS-INQ-MODE           PIC X(1).

      *> provenance inquiry controls - the code sits at column 112 of
      *> the audit line and the origin at 114-129; a blank selection
      *> matches any value
        01 WS-ASK-PROV-CODE      PIC X(1).
        01 WS-ASK-PROV-ORIGIN    PIC X(16).
        01 WS-PRV-LINE           PIC X(132).
        01 WS-PRV-MATCH-SW       PIC X VALUE 'N'.
           88 WS-PRV-MATCH           VALUE 'Y'.

      *> the audit trail carries the money edited for people to read;
      *> moving it back through the same picture recovers the number
        01 WS-PRV-EDITED-SALARY  PIC Z,ZZZ,ZZ9.99.
        01 WS-PRV-BFR-SALARY     PIC 9(7)V9(2).
        01 WS-PRV-AFT-SALARY     PIC 9(7)V9(2).
        01 WS-PRV-DELTA          PIC S9(9)V9(2).
        01 WS-PRV-NET-TOTAL      PIC S9(11)V9(2) VALUE 0.

      *> one total per distinct provenance (code and origin) selected
        01 WS-PVT-COUNT          PIC 9(3) VALUE 0.
        01 WS-PVT-MAX            PIC 9(3) VALUE 200.
        01 WS-PVT-OVERFLOW       PIC 9(7) VALUE 0.
        01 WS-PVT-TAB.
           05 WS-PVT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PVT-IDX.
              10 WS-PVT-CODE        PIC X(1).
              10 WS-PVT-ORIGIN      PIC X(16).
              10 WS-PVT-CHANGES     PIC 9(7).
              10 WS-PVT-NET         PIC S9(11)V9(2).
        01 WS-PVT-SCAN           PIC 9(3) VALUE 0.
        01 WS-PVT-SLOT           PIC 9(3) VALUE 0.
        01 WS-PVT-NAME           PIC X(14).
        01 WS-PVT-CHANGES-OUT    PIC Z,ZZZ,ZZ9.
        01 WS-PVT-NET-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *> the archive files already cut, off the index
        01 WS-ARX-COUNT          PIC 9(3) VALUE 0.
        01 WS-ARX-MAX            PIC 9(3) VALUE 100.
           DISPLAY "3 = INQUIRE BY DATE RANGE"
           DISPLAY "4 = INQUIRE BY DEPARTMENT"
           DISPLAY "5 = ARCHIVE LINES PAST RETENTION"
           DISPLAY "6 = SELECT AND TOTAL BY PROVENANCE"
           DISPLAY "0 = EXIT"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               PERFORM INQUIRE-BY-DEPT THRU INQUIRE-BY-DEPT-EXIT
             WHEN '5'
               PERFORM ARCHIVE-OLD-LINES THRU ARCHIVE-OLD-LINES-EXIT
             WHEN '6'
               PERFORM INQUIRE-BY-PROVENANCE
                  THRU INQUIRE-BY-PROVENANCE-EXIT
             WHEN '0'
               SET WS-MENU-IS-DONE TO TRUE
             WHEN OTHER
              UNTIL WS-SCAN-IDX > WS-STORE-COUNT
               IF WS-STORE-IMAGE (WS-SCAN-IDX) (25:6) = WS-ASK-EMPNO
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-STORE-IMAGE (WS-SCAN-IDX) (1:129)
               END-IF
           END-PERFORM

               AND WS-STORE-IMAGE (WS-SCAN-IDX) (1:8)
                  <= WS-ASK-TO-DATE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-STORE-IMAGE (WS-SCAN-IDX) (1:129)
               END-IF
           END-PERFORM

               IF WS-STORE-IMAGE (WS-SCAN-IDX) (39:3) = WS-ASK-DEPT
               OR WS-STORE-IMAGE (WS-SCAN-IDX) (71:3) = WS-ASK-DEPT
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-STORE-IMAGE (WS-SCAN-IDX) (1:129)
               END-IF
           END-PERFORM

          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       INQUIRE-BY-PROVENANCE SECTION.
      *>------------------------------------------------------------------------
           PERFORM WARN-IF-TRUNCATED THRU WARN-IF-TRUNCATED-EXIT

      *>    where the change came from (code), who or what originated
      *>    it (origin) and when - each left blank matches anything
           DISPLAY "PROVENANCE CODES: F = BATCH FILE, H = HRIS FEED,"
              " B = BRANCH, M = MASS INCREASE,"
           DISPLAY "  P = MERIT PLAN, R = REORG, K = BACKOUT,"
              " A = APPROVAL, O = ONLINE"
           DISPLAY "ENTER PROVENANCE CODE (BLANK = ALL): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER (1:1) TO WS-ASK-PROV-CODE

           DISPLAY "ENTER ORIGIN - BRANCH, OPERATOR, APPROVER OR"
              " PROGRAM+DATE (BLANK = ALL): " WITH NO ADVANCING
           MOVE SPACES TO WS-ASK-PROV-ORIGIN
           ACCEPT WS-ASK-PROV-ORIGIN

           DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = EARLIEST): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-ASK-FROM-DATE
           ACCEPT WS-ASK-FROM-DATE
           IF WS-ASK-FROM-DATE = SPACES
               MOVE '00000000' TO WS-ASK-FROM-DATE
           END-IF
           DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = LATEST): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-ASK-TO-DATE
           ACCEPT WS-ASK-TO-DATE
           IF WS-ASK-TO-DATE = SPACES
               MOVE '99999999' TO WS-ASK-TO-DATE
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-PVT-COUNT
           MOVE 0 TO WS-PVT-OVERFLOW
           MOVE 0 TO WS-PRV-NET-TOTAL

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-STORE-COUNT
               MOVE WS-STORE-IMAGE (WS-SCAN-IDX) TO WS-PRV-LINE
               PERFORM MATCH-PROVENANCE-LINE
                  THRU MATCH-PROVENANCE-LINE-EXIT
           END-PERFORM

           MOVE 'P' TO WS-INQ-MODE
           PERFORM SCAN-ARCHIVES THRU SCAN-ARCHIVES-EXIT

           PERFORM SHOW-PROVENANCE-TOTALS
              THRU SHOW-PROVENANCE-TOTALS-EXIT
          .
       INQUIRE-BY-PROVENANCE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       MATCH-PROVENANCE-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    one audit line (live or archived) against the provenance
      *>    selection; a match is displayed and added to its
      *>    provenance's totals
           SET WS-PRV-MATCH TO TRUE
           IF WS-PRV-LINE (1:8) < WS-ASK-FROM-DATE
           OR WS-PRV-LINE (1:8) > WS-ASK-TO-DATE
               MOVE 'N' TO WS-PRV-MATCH-SW
           END-IF
           IF WS-ASK-PROV-CODE NOT = SPACE
           AND WS-PRV-LINE (112:1) NOT = WS-ASK-PROV-CODE
               MOVE 'N' TO WS-PRV-MATCH-SW
           END-IF
           IF WS-ASK-PROV-ORIGIN NOT = SPACES
           AND WS-PRV-LINE (114:16) NOT = WS-ASK-PROV-ORIGIN
               MOVE 'N' TO WS-PRV-MATCH-SW
           END-IF

           IF NOT WS-PRV-MATCH
               GO TO MATCH-PROVENANCE-LINE-EXIT
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           DISPLAY WS-PRV-LINE (1:129)

           MOVE WS-PRV-LINE (52:12) TO WS-PRV-EDITED-SALARY
           MOVE WS-PRV-EDITED-SALARY TO WS-PRV-BFR-SALARY
           MOVE WS-PRV-LINE (84:12) TO WS-PRV-EDITED-SALARY
           MOVE WS-PRV-EDITED-SALARY TO WS-PRV-AFT-SALARY
           COMPUTE WS-PRV-DELTA = WS-PRV-AFT-SALARY - WS-PRV-BFR-SALARY
           ADD WS-PRV-DELTA TO WS-PRV-NET-TOTAL

           MOVE 0 TO WS-PVT-SLOT
           PERFORM VARYING WS-PVT-SCAN FROM 1 BY 1
              UNTIL WS-PVT-SCAN > WS-PVT-COUNT
               IF WS-PVT-CODE (WS-PVT-SCAN) = WS-PRV-LINE (112:1)
               AND WS-PVT-ORIGIN (WS-PVT-SCAN) = WS-PRV-LINE (114:16)
                   MOVE WS-PVT-SCAN TO WS-PVT-SLOT
               END-IF
           END-PERFORM

           IF WS-PVT-SLOT = 0
               IF WS-PVT-COUNT < WS-PVT-MAX
                   ADD 1 TO WS-PVT-COUNT
                   MOVE WS-PVT-COUNT TO WS-PVT-SLOT
                   MOVE WS-PRV-LINE (112:1)
                     TO WS-PVT-CODE (WS-PVT-SLOT)
                   MOVE WS-PRV-LINE (114:16)
                     TO WS-PVT-ORIGIN (WS-PVT-SLOT)
                   MOVE 0 TO WS-PVT-CHANGES (WS-PVT-SLOT)
                   MOVE 0 TO WS-PVT-NET (WS-PVT-SLOT)
               ELSE
                   ADD 1 TO WS-PVT-OVERFLOW
                   GO TO MATCH-PROVENANCE-LINE-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-PVT-CHANGES (WS-PVT-SLOT)
           ADD WS-PRV-DELTA TO WS-PVT-NET (WS-PVT-SLOT)
          .
       MATCH-PROVENANCE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SHOW-PROVENANCE-TOTALS SECTION.
      *>------------------------------------------------------------------------
      *>    one line per provenance met, then the grand total; lines
      *>    written before provenance was recorded total as NONE
           DISPLAY " "
           DISPLAY "DB2AUDIT: TOTALS BY PROVENANCE"
           DISPLAY "CODE SOURCE         ORIGIN            CHANGES"
              "     NET SALARY CHANGE"

           PERFORM VARYING WS-PVT-SCAN FROM 1 BY 1
              UNTIL WS-PVT-SCAN > WS-PVT-COUNT
               EVALUATE WS-PVT-CODE (WS-PVT-SCAN)
                 WHEN 'F'   MOVE "BATCH FILE"    TO WS-PVT-NAME
                 WHEN 'H'   MOVE "HRIS FEED"     TO WS-PVT-NAME
                 WHEN 'B'   MOVE "BRANCH"        TO WS-PVT-NAME
                 WHEN 'M'   MOVE "MASS INCREASE" TO WS-PVT-NAME
                 WHEN 'P'   MOVE "MERIT PLAN"    TO WS-PVT-NAME
                 WHEN 'R'   MOVE "REORG"         TO WS-PVT-NAME
                 WHEN 'K'   MOVE "BACKOUT"       TO WS-PVT-NAME
                 WHEN 'A'   MOVE "APPROVAL"      TO WS-PVT-NAME
                 WHEN 'O'   MOVE "ONLINE"        TO WS-PVT-NAME
                 WHEN SPACE MOVE "NONE"          TO WS-PVT-NAME
                 WHEN OTHER MOVE "UNKNOWN"       TO WS-PVT-NAME
               END-EVALUATE
               MOVE WS-PVT-CHANGES (WS-PVT-SCAN) TO WS-PVT-CHANGES-OUT
               MOVE WS-PVT-NET (WS-PVT-SCAN) TO WS-PVT-NET-OUT
               DISPLAY "  " WS-PVT-CODE (WS-PVT-SCAN) "  "
                  WS-PVT-NAME " " WS-PVT-ORIGIN (WS-PVT-SCAN) " "
                  WS-PVT-CHANGES-OUT " " WS-PVT-NET-OUT
           END-PERFORM

           IF WS-PVT-OVERFLOW > 0
               DISPLAY "DB2AUDIT: *** " WS-PVT-OVERFLOW " CHANGE(S)"
                  " FROM MORE THAN " WS-PVT-MAX " PROVENANCES NOT"
                  " TOTALLED SEPARATELY ***"
           END-IF

           MOVE WS-PRV-NET-TOTAL TO WS-PVT-NET-OUT
           DISPLAY "DB2AUDIT: " WS-MATCH-COUNT " CHANGE(S) SELECTED,"
              " NET SALARY CHANGE " WS-PVT-NET-OUT
          .
       SHOW-PROVENANCE-TOTALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-ARCHIVE-INDEX SECTION.
      *>------------------------------------------------------------------------
                 WHEN 'E'
                   IF ARCH-LINE (25:6) = WS-ASK-EMPNO
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY ARCH-LINE (1:129)
                   END-IF
                 WHEN 'D'
                   IF ARCH-LINE (1:8) >= WS-ASK-FROM-DATE
                   AND ARCH-LINE (1:8) <= WS-ASK-TO-DATE
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY ARCH-LINE (1:129)
                   END-IF
                 WHEN 'W'
                   IF ARCH-LINE (39:3) = WS-ASK-DEPT
                   OR ARCH-LINE (71:3) = WS-ASK-DEPT
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY ARCH-LINE (1:129)
                   END-IF
                 WHEN 'P'
                   MOVE ARCH-LINE TO WS-PRV-LINE
                   PERFORM MATCH-PROVENANCE-LINE
                      THRU MATCH-PROVENANCE-LINE-EXIT
               END-EVALUATE
           END-READ
          .

      *>************************************************************************
      *>  SAMPLE DEPARTMENT HIERARCHY ROLLUP REPORT PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2HIER.cob
      *>
      *> Purpose:      Department hierarchy rollup report down the
      *>               ADMRDEPT tree
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - prints the organization as a tree: starts at
      *>                 every top department (ADMRDEPT blank, pointing
      *>                 at itself, or at a department the master lacks)
      *>                 and walks down through each ADMRDEPT child,
      *>                 indenting one step per level
      *>               - each node shows the department name, the
      *>                 manager named by DEPARTMENT.MGRNO resolved to
      *>                 the employee's name, the direct headcount and
      *>                 salary cost of the department itself, and the
      *>                 cumulative headcount and salary cost of the
      *>                 whole subtree underneath it - the "what rolls
      *>                 up to me" figure divisional VPs ask for
      *>               - departments an ADMRDEPT loop cuts off from every
      *>                 top department, and employees whose WORKDEPT is
      *>                 not on the master, are listed after the tree so
      *>                 the grand totals still reconcile to EMPLOYEE
      *>               - employees come back directly through DB2FETCH's
      *>                 called row-interface, departments through
      *>                 DB2DEPT's set-level cursor, as in DB2RISWP
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *> 2026.10.15 Avinash Kumar
      *>            - the walk up an ADMRDEPT chain credits each
      *>              department at most once, so the cumulative
      *>              figures of departments on a loop are no longer
      *>              counted again on every lap.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2HIER.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "CPYDEPT.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-DEPT-PGM           PIC X(7) VALUE 'DB2DEPT'.

        01 WS-REPORT-FILE-NAME   PIC X(100) VALUE 'deptroll.txt'.

        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> in-memory image of the employees on file - name kept so a
      *> department's MGRNO can be turned into a person
        01 WS-EMP-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMP-MAX            PIC 9(5) VALUE 10000.
        01 WS-EMP-TAB.
           05 WS-EMP-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-EMP-IDX.
              10 WS-EMP-EMPNO       PIC X(6).
              10 WS-EMP-FIRSTNME    PIC X(12).
              10 WS-EMP-LASTNAME    PIC X(15).
              10 WS-EMP-WORKDEPT    PIC X(3).

      *> the whole DEPARTMENT master with its direct and subtree
      *> totals; PRINTED is 'Y' once the tree walk has shown the node
        01 WS-DEPT-COUNT         PIC 9(4) VALUE 0.
        01 WS-DEPT-MAX           PIC 9(4) VALUE 500.
        01 WS-DEPT-TAB.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-DEPT-IDX.
              10 WS-DEPT-DEPTNO     PIC X(3).
              10 WS-DEPT-DEPTNAME   PIC X(36).
              10 WS-DEPT-MGRNO      PIC X(6).
              10 WS-DEPT-ADMRDEPT   PIC X(3).
              10 WS-DEPT-ROOT-SW    PIC X(1).
              10 WS-DEPT-PRINTED-SW PIC X(1).
              10 WS-DEPT-VISITED-SW PIC X(1).
              10 WS-DEPT-DIR-HC     PIC 9(7).
              10 WS-DEPT-DIR-SAL    PIC 9(11)V9(2).
              10 WS-DEPT-CUM-HC     PIC 9(7).
              10 WS-DEPT-CUM-SAL    PIC 9(11)V9(2).

        01 WS-DEPT-EOF-SW        PIC X VALUE 'N'.
           88 WS-DEPT-EOF            VALUE 'Y'.

      *> the walk down the tree keeps its own stack: one entry per
      *> level, holding the department at that level and where the
      *> search for its next child resumes
        01 WS-STACK-DEPTH        PIC 9(3) VALUE 0.
        01 WS-STACK-MAX          PIC 9(3) VALUE 50.
        01 WS-STACK-TAB.
           05 WS-STACK-ENTRY OCCURS 50 TIMES.
              10 WS-STK-SLOT        PIC 9(4).
              10 WS-STK-NEXT        PIC 9(4).

        01 WS-SCAN-IDX           PIC 9(4) VALUE 0.
        01 WS-CHILD-SLOT         PIC 9(4) VALUE 0.
        01 WS-PARENT-DEPT        PIC X(3).
        01 WS-CHAIN-DEPT         PIC X(3).
        01 WS-CHAIN-STEPS        PIC 9(4) VALUE 0.
        01 WS-LOOKUP-DEPT        PIC X(3).
        01 WS-LOOKUP-SLOT        PIC 9(4) VALUE 0.
        01 WS-LOOKUP-EMPNO       PIC X(6).
        01 WS-MGR-NAME           PIC X(28).
        01 WS-INDENT             PIC 9(3) VALUE 0.
        01 WS-PRINT-SLOT         PIC 9(4) VALUE 0.
        01 WS-PRINT-LEVEL        PIC 9(3) VALUE 0.

        01 WS-EMP-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-EMP-OVERFLOW        VALUE 'Y'.
        01 WS-DEPT-OVERFLOW-SW   PIC X VALUE 'N'.
           88 WS-DEPT-OVERFLOW       VALUE 'Y'.
        01 WS-DEPT-LOADFAIL-SW   PIC X VALUE 'N'.
           88 WS-DEPT-LOAD-FAILED    VALUE 'Y'.
        01 WS-TOO-DEEP-SW        PIC X VALUE 'N'.
           88 WS-TOO-DEEP            VALUE 'Y'.

        01 WS-ROOT-COUNT         PIC 9(4) VALUE 0.
        01 WS-PRINTED-COUNT      PIC 9(4) VALUE 0.
        01 WS-UNREACHED-COUNT    PIC 9(4) VALUE 0.
        01 WS-NODEPT-HC          PIC 9(7) VALUE 0.
        01 WS-NODEPT-SAL         PIC 9(11)V9(2) VALUE 0.
        01 WS-GRAND-HC           PIC 9(7) VALUE 0.
        01 WS-GRAND-SAL          PIC 9(11)V9(2) VALUE 0.

        01 WS-RUN-DATE           PIC 9(8).

      *> Report controls, same pagination style as the DB2FETCH roster
        01 WS-RPT-PAGE-NO        PIC 9(4)  VALUE 0.
        01 WS-RPT-LINE-COUNT     PIC 9(4)  VALUE 99.
        01 WS-RPT-LINES-PER-PAGE PIC 9(4)  VALUE 40.

        01 WS-PAGE-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(46) VALUE
              "DB2HIER - DEPARTMENT HIERARCHY ROLLUP AS OF   ".
           05 WS-PHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(56) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE "PAGE ".
           05 WS-PHL-PAGE-NO        PIC ZZZ9.
           05 FILLER                PIC X(12) VALUE SPACES.

        01 WS-COLUMN-HDG-LINE.
           05 FILLER PIC X(49) VALUE "DEPARTMENT".
           05 FILLER PIC X(30) VALUE "MANAGER".
           05 FILLER PIC X(07) VALUE " DIR HC".
           05 FILLER PIC X(18) VALUE "       DIR SALARY".
           05 FILLER PIC X(08) VALUE "  CUM HC".
           05 FILLER PIC X(20) VALUE "       CUM SALARY".

        01 WS-DETAIL-LINE.
           05 WS-DTL-TREE           PIC X(48).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-MGRNO          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-MGR-NAME       PIC X(22).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-DIR-HC         PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-DIR-SAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-CUM-HC         PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-DTL-CUM-SAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.

        01 WS-TOTAL-LINE.
           05 WS-TOT-TEXT           PIC X(79).
           05 FILLER                PIC X(25) VALUE SPACES.
           05 WS-TOT-HC             PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-TOT-SAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2HIER SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2HIER: INSIDE HIERARCHY ROLLUP MODULE"

           PERFORM RESOLVE-FILE-NAMES THRU RESOLVE-FILE-NAMES-EXIT

           PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

           IF LN-SQLCODE OF LN-MOD NOT = ZERO
               DISPLAY "DB2HIER: DB2 CONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2HIER: " LN-MSG-1 OF LN-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-DEPT-TABLE THRU BUILD-DEPT-TABLE-EXIT
           PERFORM LOAD-EMPLOYEE-TABLE THRU LOAD-EMPLOYEE-TABLE-EXIT

           PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT

           IF WS-EMP-OVERFLOW
               DISPLAY "DB2HIER: *** EMPLOYEE TABLE FULL AT "
                   WS-EMP-MAX " - TOTALS ARE SHORT THIS RUN ***"
           END-IF
           IF WS-DEPT-OVERFLOW
               DISPLAY "DB2HIER: *** DEPARTMENT TABLE FULL AT "
                   WS-DEPT-MAX " - DEPARTMENTS BEYOND IT ARE NOT"
                   " IN THE TREE ***"
           END-IF

           PERFORM ROLL-UP-SUBTREES THRU ROLL-UP-SUBTREES-EXIT

           OPEN OUTPUT REPORT-FILE

           PERFORM WRITE-PAGE-HEADER THRU WRITE-PAGE-HEADER-EXIT

           IF WS-DEPT-LOAD-FAILED
               MOVE "*** DEPARTMENT MASTER DID NOT LOAD - NO TREE ***"
                 TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM WALK-ALL-ROOTS THRU WALK-ALL-ROOTS-EXIT
               PERFORM WRITE-UNREACHED THRU WRITE-UNREACHED-EXIT
           END-IF

           PERFORM WRITE-GRAND-TOTALS THRU WRITE-GRAND-TOTALS-EXIT

           CLOSE REPORT-FILE

           DISPLAY "DB2HIER: ========= ROLLUP SUMMARY ==========="
           DISPLAY "DB2HIER: EMPLOYEES LOADED      : " WS-EMP-COUNT
           DISPLAY "DB2HIER: DEPARTMENTS LOADED    : " WS-DEPT-COUNT
           DISPLAY "DB2HIER: TOP DEPARTMENTS       : " WS-ROOT-COUNT
           DISPLAY "DB2HIER: DEPARTMENTS IN TREE   : "
               WS-PRINTED-COUNT
           DISPLAY "DB2HIER: CUT OFF BY A LOOP     : "
               WS-UNREACHED-COUNT
           DISPLAY "DB2HIER: EMPS WITH NO DEPT     : " WS-NODEPT-HC
           DISPLAY "DB2HIER: REPORT FILE           : "
               WS-REPORT-FILE-NAME
           DISPLAY "DB2HIER: ====================================="

           IF WS-EMP-OVERFLOW OR WS-DEPT-OVERFLOW
           OR WS-DEPT-LOAD-FAILED OR WS-TOO-DEEP
           OR WS-UNREACHED-COUNT > 0 OR WS-NODEPT-HC > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2HIER: EXITING HIERARCHY ROLLUP MODULE"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2HIER-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-FILE-NAMES SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-REPORT-FILE-NAME
              FROM ENVIRONMENT "DB2HIER_REPORT_FILE"
           IF WS-REPORT-FILE-NAME = SPACE
               MOVE 'deptroll.txt' TO WS-REPORT-FILE-NAME
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           DISPLAY "DB2HIER: REPORT FILE = " WS-REPORT-FILE-NAME
           .
       RESOLVE-FILE-NAMES-EXIT.
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
               DISPLAY "DB2HIER: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2HIER: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       BUILD-DEPT-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    the whole DEPARTMENT master in one pass through DB2DEPT's
      *>    set-level cursor
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-OPEN-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF CPY-DEPT-FAIL
               DISPLAY "DB2HIER: *** DEPARTMENT CURSOR WOULD NOT"
                  " OPEN - NO TREE THIS RUN ***"
               SET WS-DEPT-LOAD-FAILED TO TRUE
               GO TO BUILD-DEPT-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-DEPT-EOF-SW
           PERFORM FETCH-ONE-DEPT THRU FETCH-ONE-DEPT-EXIT
              UNTIL WS-DEPT-EOF

           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-CLOSE-ALL TO TRUE
           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           DISPLAY "DB2HIER: " WS-DEPT-COUNT " DEPARTMENT(S) LOADED"
           .
       BUILD-DEPT-TABLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FETCH-ONE-DEPT SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-DEPARTMENT
           SET CPY-DEPT-FETCH-NEXT TO TRUE

           CALL WS-DEPT-PGM USING CPY-DEPARTMENT END-CALL

           IF CPY-DEPT-SUCCESS
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
                   MOVE CPY-DEPTNO   TO WS-DEPT-DEPTNO (WS-DEPT-IDX)
                   MOVE CPY-DEPTNAME TO WS-DEPT-DEPTNAME (WS-DEPT-IDX)
                   MOVE CPY-MGRNO    TO WS-DEPT-MGRNO (WS-DEPT-IDX)
                   MOVE CPY-ADMRDEPT TO WS-DEPT-ADMRDEPT (WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-ROOT-SW (WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-PRINTED-SW (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-OVERFLOW TO TRUE
               END-IF
           ELSE
               SET WS-DEPT-EOF TO TRUE
           END-IF
           .
       FETCH-ONE-DEPT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-EMPLOYEE-TABLE SECTION.
      *>------------------------------------------------------------------------
      *>    all of EMPLOYEE comes back directly through DB2FETCH's
      *>    called row-interface; each row's salary lands on its
      *>    department's direct totals as it arrives
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2HIER: EMPLOYEE CURSOR WOULD NOT OPEN"
               SET WS-FETCH-EOF TO TRUE
           ELSE
               PERFORM READ-EXT-EMPLOYEE-REC
                  THRU READ-EXT-EMPLOYEE-REC-EXIT
                  UNTIL WS-FETCH-EOF

               SET CPY-FR-CLOSE TO TRUE
               CALL WS-FETCH-PGM
                  USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           END-IF

           DISPLAY "DB2HIER: " WS-EMP-COUNT " EMPLOYEE(S) LOADED"
           .
       LOAD-EMPLOYEE-TABLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-EXT-EMPLOYEE-REC SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO READ-EXT-EMPLOYEE-REC-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           IF WS-EMP-COUNT < WS-EMP-MAX
               ADD 1 TO WS-EMP-COUNT
               SET WS-EMP-IDX TO WS-EMP-COUNT
               MOVE EXT-EMPNO    TO WS-EMP-EMPNO (WS-EMP-IDX)
               MOVE EXT-FIRSTNME TO WS-EMP-FIRSTNME (WS-EMP-IDX)
               MOVE EXT-LASTNAME TO WS-EMP-LASTNAME (WS-EMP-IDX)
               MOVE EXT-WORKDEPT TO WS-EMP-WORKDEPT (WS-EMP-IDX)
           ELSE
               SET WS-EMP-OVERFLOW TO TRUE
           END-IF

           ADD 1 TO WS-GRAND-HC
           ADD CPY-FR-SALARY TO WS-GRAND-SAL

           MOVE EXT-WORKDEPT TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT
           IF WS-LOOKUP-SLOT = 0
               ADD 1 TO WS-NODEPT-HC
               ADD CPY-FR-SALARY TO WS-NODEPT-SAL
           ELSE
               ADD 1 TO WS-DEPT-DIR-HC (WS-LOOKUP-SLOT)
               ADD CPY-FR-SALARY TO WS-DEPT-DIR-SAL (WS-LOOKUP-SLOT)
           END-IF
           .
       READ-EXT-EMPLOYEE-REC-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ROLL-UP-SUBTREES SECTION.
      *>------------------------------------------------------------------------
      *>    each department's direct figures are added to itself and
      *>    to every department above it on its ADMRDEPT chain, so
      *>    every node carries its subtree total before the walk
      *>    prints it; a department at the top of its chain is a root
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-ADMRDEPT (WS-DEPT-IDX) TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT
               IF WS-DEPT-ADMRDEPT (WS-DEPT-IDX) = SPACES
               OR WS-DEPT-ADMRDEPT (WS-DEPT-IDX)
                  = WS-DEPT-DEPTNO (WS-DEPT-IDX)
               OR WS-LOOKUP-SLOT = 0
                   MOVE 'Y' TO WS-DEPT-ROOT-SW (WS-DEPT-IDX)
                   ADD 1 TO WS-ROOT-COUNT
               END-IF

      *>        each walk starts with no department visited yet
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                  UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                   MOVE 'N' TO WS-DEPT-VISITED-SW (WS-SCAN-IDX)
               END-PERFORM

               MOVE WS-DEPT-DEPTNO (WS-DEPT-IDX) TO WS-CHAIN-DEPT
               MOVE 0 TO WS-CHAIN-STEPS
               PERFORM ADD-TO-CHAIN-STEP THRU ADD-TO-CHAIN-STEP-EXIT
                  UNTIL WS-CHAIN-DEPT = SPACES
                     OR WS-CHAIN-STEPS > WS-DEPT-COUNT
           END-PERFORM
           .
       ROLL-UP-SUBTREES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-TO-CHAIN-STEP SECTION.
      *>------------------------------------------------------------------------
      *>    one step up the chain; blank WS-CHAIN-DEPT ends the walk at
      *>    a root. A chain that loops back to the starting department,
      *>    or runs into a loop further up, ends at the first
      *>    department already credited on this walk, so nobody on the
      *>    loop is credited twice; the step count is only a backstop
           ADD 1 TO WS-CHAIN-STEPS

           MOVE WS-CHAIN-DEPT TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-SLOT-EXIT

           IF WS-LOOKUP-SLOT = 0
               MOVE SPACES TO WS-CHAIN-DEPT
               GO TO ADD-TO-CHAIN-STEP-EXIT
           END-IF

           IF WS-DEPT-VISITED-SW (WS-LOOKUP-SLOT) = 'Y'
               MOVE SPACES TO WS-CHAIN-DEPT
               GO TO ADD-TO-CHAIN-STEP-EXIT
           END-IF
           MOVE 'Y' TO WS-DEPT-VISITED-SW (WS-LOOKUP-SLOT)

           ADD WS-DEPT-DIR-HC (WS-DEPT-IDX)
             TO WS-DEPT-CUM-HC (WS-LOOKUP-SLOT)
           ADD WS-DEPT-DIR-SAL (WS-DEPT-IDX)
             TO WS-DEPT-CUM-SAL (WS-LOOKUP-SLOT)

           IF WS-DEPT-ADMRDEPT (WS-LOOKUP-SLOT) = WS-CHAIN-DEPT
           OR WS-DEPT-ADMRDEPT (WS-LOOKUP-SLOT) = SPACES
           OR WS-DEPT-ADMRDEPT (WS-LOOKUP-SLOT)
              = WS-DEPT-DEPTNO (WS-DEPT-IDX)
               MOVE SPACES TO WS-CHAIN-DEPT
           ELSE
               MOVE WS-DEPT-ADMRDEPT (WS-LOOKUP-SLOT) TO WS-CHAIN-DEPT
           END-IF
           .
       ADD-TO-CHAIN-STEP-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WALK-ALL-ROOTS SECTION.
      *>------------------------------------------------------------------------
      *>    each top department opens its own tree, in master order
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-ROOT-SW (WS-DEPT-IDX) = 'Y'
                   IF WS-PRINTED-COUNT > 0
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 1 TO WS-RPT-LINE-COUNT
                   END-IF
                   MOVE 0 TO WS-STACK-DEPTH
                   SET WS-CHILD-SLOT TO WS-DEPT-IDX
                   PERFORM PUSH-AND-PRINT THRU PUSH-AND-PRINT-EXIT
                   PERFORM WALK-TREE-STEP THRU WALK-TREE-STEP-EXIT
                      UNTIL WS-STACK-DEPTH = 0
               END-IF
           END-PERFORM
           .
       WALK-ALL-ROOTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WALK-TREE-STEP SECTION.
      *>------------------------------------------------------------------------
      *>    looks for the next unprinted child of the department on top
      *>    of the stack; found, it is printed and becomes the new top;
      *>    none left, the top is popped and its parent carries on
           MOVE WS-STK-SLOT (WS-STACK-DEPTH) TO WS-SCAN-IDX
           MOVE WS-DEPT-DEPTNO (WS-SCAN-IDX) TO WS-PARENT-DEPT
           MOVE 0 TO WS-CHILD-SLOT

           PERFORM VARYING WS-SCAN-IDX
              FROM WS-STK-NEXT (WS-STACK-DEPTH) BY 1
              UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                 OR WS-CHILD-SLOT > 0
               IF WS-DEPT-ADMRDEPT (WS-SCAN-IDX) = WS-PARENT-DEPT
               AND WS-DEPT-ROOT-SW (WS-SCAN-IDX) NOT = 'Y'
               AND WS-DEPT-PRINTED-SW (WS-SCAN-IDX) NOT = 'Y'
                   MOVE WS-SCAN-IDX TO WS-CHILD-SLOT
               END-IF
           END-PERFORM

           IF WS-CHILD-SLOT = 0
               SUBTRACT 1 FROM WS-STACK-DEPTH
               GO TO WALK-TREE-STEP-EXIT
           END-IF

           COMPUTE WS-STK-NEXT (WS-STACK-DEPTH) = WS-CHILD-SLOT + 1

           IF WS-STACK-DEPTH >= WS-STACK-MAX
      *>        deeper than any real organization - printed flat under
      *>        its parent rather than overrunning the stack
               SET WS-TOO-DEEP TO TRUE
               MOVE WS-CHILD-SLOT TO WS-PRINT-SLOT
               MOVE WS-STACK-MAX TO WS-PRINT-LEVEL
               PERFORM WRITE-NODE-LINE THRU WRITE-NODE-LINE-EXIT
               GO TO WALK-TREE-STEP-EXIT
           END-IF

           PERFORM PUSH-AND-PRINT THRU PUSH-AND-PRINT-EXIT
           .
       WALK-TREE-STEP-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PUSH-AND-PRINT SECTION.
      *>------------------------------------------------------------------------
           ADD 1 TO WS-STACK-DEPTH
           MOVE WS-CHILD-SLOT TO WS-STK-SLOT (WS-STACK-DEPTH)
           MOVE 1 TO WS-STK-NEXT (WS-STACK-DEPTH)

           MOVE WS-CHILD-SLOT TO WS-PRINT-SLOT
           MOVE WS-STACK-DEPTH TO WS-PRINT-LEVEL
           PERFORM WRITE-NODE-LINE THRU WRITE-NODE-LINE-EXIT
           .
       PUSH-AND-PRINT-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-NODE-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    two columns of indent per level below the top; indent is
      *>    capped so the department name always shows
           PERFORM CHECK-PAGE-BREAK THRU CHECK-PAGE-BREAK-EXIT

           MOVE 'Y' TO WS-DEPT-PRINTED-SW (WS-PRINT-SLOT)
           ADD 1 TO WS-PRINTED-COUNT

           COMPUTE WS-INDENT = (WS-PRINT-LEVEL - 1) * 2
           IF WS-INDENT > 20
               MOVE 20 TO WS-INDENT
           END-IF

           MOVE SPACES TO WS-DTL-TREE
           STRING WS-DEPT-DEPTNO (WS-PRINT-SLOT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPT-DEPTNAME (WS-PRINT-SLOT) DELIMITED BY SIZE
                  INTO WS-DTL-TREE (WS-INDENT + 1:)
           END-STRING

           MOVE WS-DEPT-MGRNO (WS-PRINT-SLOT) TO WS-DTL-MGRNO
           MOVE WS-DEPT-MGRNO (WS-PRINT-SLOT) TO WS-LOOKUP-EMPNO
           PERFORM RESOLVE-MANAGER-NAME
              THRU RESOLVE-MANAGER-NAME-EXIT
           MOVE WS-MGR-NAME TO WS-DTL-MGR-NAME

           MOVE WS-DEPT-DIR-HC (WS-PRINT-SLOT)  TO WS-DTL-DIR-HC
           MOVE WS-DEPT-DIR-SAL (WS-PRINT-SLOT) TO WS-DTL-DIR-SAL
           MOVE WS-DEPT-CUM-HC (WS-PRINT-SLOT)  TO WS-DTL-CUM-HC
           MOVE WS-DEPT-CUM-SAL (WS-PRINT-SLOT) TO WS-DTL-CUM-SAL

           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT
           .
       WRITE-NODE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-MANAGER-NAME SECTION.
      *>------------------------------------------------------------------------
           IF WS-LOOKUP-EMPNO = SPACES
               MOVE "(NO MANAGER)" TO WS-MGR-NAME
               GO TO RESOLVE-MANAGER-NAME-EXIT
           END-IF

           MOVE "*** NOT ON EMPLOYEE ***" TO WS-MGR-NAME
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-EMPNO (WS-EMP-IDX) = WS-LOOKUP-EMPNO
                   MOVE SPACES TO WS-MGR-NAME
                   STRING WS-EMP-LASTNAME (WS-EMP-IDX)
                          DELIMITED BY SPACE
                          ", " DELIMITED BY SIZE
                          WS-EMP-FIRSTNME (WS-EMP-IDX)
                          DELIMITED BY SPACE
                          INTO WS-MGR-NAME
                   END-STRING
                   SET WS-EMP-IDX TO WS-EMP-COUNT
               END-IF
           END-PERFORM
           .
       RESOLVE-MANAGER-NAME-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-UNREACHED SECTION.
      *>------------------------------------------------------------------------
      *>    a department the walk never reached sits on an ADMRDEPT
      *>    loop (DB2RISWP type 4) - listed flat so its people are not
      *>    silently missing from the totals
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-PRINTED-SW (WS-DEPT-IDX) NOT = 'Y'
                   IF WS-UNREACHED-COUNT = 0
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE "DEPARTMENTS CUT OFF BY AN ADMRDEPT LOOP"
                         TO RPT-LINE
                       WRITE RPT-LINE
                       ADD 2 TO WS-RPT-LINE-COUNT
                   END-IF
                   ADD 1 TO WS-UNREACHED-COUNT
                   SET WS-PRINT-SLOT TO WS-DEPT-IDX
                   MOVE 1 TO WS-PRINT-LEVEL
                   PERFORM WRITE-NODE-LINE THRU WRITE-NODE-LINE-EXIT
                   SUBTRACT 1 FROM WS-PRINTED-COUNT
               END-IF
           END-PERFORM
           .
       WRITE-UNREACHED-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-GRAND-TOTALS SECTION.
      *>------------------------------------------------------------------------
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-NODEPT-HC > 0
               MOVE "EMPLOYEES WHOSE WORKDEPT IS NOT ON THE MASTER"
                 TO WS-TOT-TEXT
               MOVE WS-NODEPT-HC  TO WS-TOT-HC
               MOVE WS-NODEPT-SAL TO WS-TOT-SAL
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE "COMPANY TOTAL" TO WS-TOT-TEXT
           MOVE WS-GRAND-HC  TO WS-TOT-HC
           MOVE WS-GRAND-SAL TO WS-TOT-SAL
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-TOO-DEEP
               MOVE "*** TREE DEEPER THAN 50 LEVELS - PRINTED FLAT ***"
                 TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .
       WRITE-GRAND-TOTALS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-DEPT-SLOT SECTION.
      *>------------------------------------------------------------------------
           MOVE 0 TO WS-LOOKUP-SLOT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
                 OR WS-LOOKUP-SLOT > 0
               IF WS-DEPT-DEPTNO (WS-SCAN-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-SCAN-IDX TO WS-LOOKUP-SLOT
               END-IF
           END-PERFORM
           .
       FIND-DEPT-SLOT-EXIT.
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
           MOVE WS-RUN-DATE    TO WS-PHL-RUN-DATE

           MOVE WS-PAGE-HEADER-LINE TO RPT-LINE
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

       END PROGRAM DB2HIER.

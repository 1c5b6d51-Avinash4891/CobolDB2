      *>************************************************************************
      *>  SAMPLE EMPLOYEE CHANGE-CONFIRMATION LETTER PROGRAM
      *>************************************************************************

      *>************************************************************************
      *> Program:      DB2LETR.cob
      *>
      *> Purpose:      Confirmation letters for the day's applied
      *>               transfers, salary changes and status changes
      *>
      *> Author:       AVINASH KUMAR
      *>
      *> Date-Written: 2026.10.15
      *>
      *>
      *>               Implemented features:
      *>               - reads the day's applied-change event file (the
      *>                 feed DB2CRU1 and DB2ONLN append to) and the
      *>                 day's status-change feed from DB2ESTB
      *>               - one letter per transfer (a TRANSFER, or an
      *>                 UPDATE that moved the department), per salary
      *>                 change (an UPDATE that moved the salary), per
      *>                 leave or suspension starting, and per return
      *>                 to active from leave or suspension; an UPDATE
      *>                 that did both gets both letters
      *>               - each letter is merged into HR's template for
      *>                 its type, kept on a text file HR maintains
      *>                 (lettmpl.txt): a line '.TYPE' starts a template
      *>                 (TRANSFER, SALARY, LEAVE, SUSPEND, RETURN),
      *>                 lines starting '*' are comments, and the
      *>                 fields are placed with &NAME& tokens - see
      *>                 SUBSTITUTE-TOKEN for the list. Template lines
      *>                 are up to 80 characters.
      *>               - the name comes back through DB2FETCH's called
      *>                 row-interface, the mailing address from the
      *>                 contact master through DB2CONT; the letters go
      *>                 on a print-ready file, one letter to a page,
      *>                 the address block and date above the template
      *>               - an event with no usable mailing address (no
      *>                 contact record, or street, city, state or zip
      *>                 blank), no one on EMPLOYEE, no template for its
      *>                 type, or no prior values on the event record
      *>                 gets no letter and goes on the exception list
      *>               - any exception ends the run with a warning
      *>                 condition code; a missing template file ends
      *>                 it with a failure
      *>
      *>************************************************************************
      *> Date       Name / Change description
      *> ========== ============================================================
      *> 2026.10.15 Avinash Kumar
      *>            - FIRST VERSION.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2LETR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EVENT-FILE ASSIGN TO WS-EVENT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EVT-FILE-STATUS.

        SELECT STATCHG-FILE ASSIGN TO WS-STATCHG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCH-FILE-STATUS.

        SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TPL-FILE-STATUS.

        SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> the applied-change event feed, as DB2CRU1 writes it
       FD EVENT-FILE.
       01 EVENT-RECORD.
           05 EVT-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 EVT-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 EVT-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-OPER              PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 EVT-WORKDEPT          PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-JOB               PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-SALARY            PIC 9(9).
           05 FILLER                PIC X(1).
           05 EVT-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-PROV-ORIGIN       PIC X(16).
           05 FILLER                PIC X(1).
           05 EVT-OLD-WORKDEPT      PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-OLD-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-NEW-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-EFF-DATE          PIC X(8).

      *> the status-change feed, as DB2ESTB writes it
       FD STATCHG-FILE.
       01 STATCHG-RECORD.
           05 SCH-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCH-TIME              PIC 9(8).
           05 FILLER                PIC X(1).
           05 SCH-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 SCH-OPER              PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-EMPNO             PIC X(6).
           05 FILLER                PIC X(1).
           05 SCH-OLD-CODE          PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-NEW-CODE          PIC X(1).
           05 FILLER                PIC X(1).
           05 SCH-EFF-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 SCH-RETURN-DATE       PIC X(8).

      *> HR's letter templates
       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD           PIC X(80).

       FD LETTER-FILE.
       01 LTR-LINE                  PIC X(132).

       FD EXCEPTION-FILE.
       01 RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         COPY "LNMOD1.cpy".

         COPY "EMPDB2CO.cpy".

      *> DB2FETCH's row-interface request area, and the shared row
      *> image each employee comes back in
         COPY "FETDB2CO.cpy".

         COPY "EXTDB2CO.cpy".

         COPY "CPYCONT.cpy".

        01 WS-DB2-CONN-PGM       PIC X(7) VALUE 'DB2CONN'.
        01 WS-FETCH-PGM          PIC X(8) VALUE 'DB2FETCH'.
        01 WS-CONT-PGM           PIC X(7) VALUE 'DB2CONT'.

      *> runtime-overridable file names - the two feeds default to
      *> the day's files the drivers append to, for the feed date
        01 WS-EVENT-FILE-NAME    PIC X(100).
        01 WS-STATCHG-FILE-NAME  PIC X(100).
        01 WS-TEMPLATE-FILE-NAME PIC X(100) VALUE 'lettmpl.txt'.
        01 WS-LETTER-FILE-NAME   PIC X(100) VALUE 'letters.txt'.
        01 WS-EXCEPTION-FILE-NAME
                                 PIC X(100) VALUE 'letexcp.txt'.

        01 WS-EVT-FILE-STATUS    PIC XX.
           88 WS-EVT-FILE-OK         VALUE '00'.
        01 WS-SCH-FILE-STATUS    PIC XX.
           88 WS-SCH-FILE-OK         VALUE '00'.
        01 WS-TPL-FILE-STATUS    PIC XX.
           88 WS-TPL-FILE-OK         VALUE '00'.
        01 WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
        01 WS-FETCH-EOF-SW       PIC X VALUE 'N'.
           88 WS-FETCH-EOF           VALUE 'Y'.

      *> DB2 connect credentials - default to the original hardcoded
      *> SAMPLE/DB2INST1/db2admin values when not overridden
        01 WS-DB2-DBALIAS        PIC X(9)  VALUE 'SAMPLE'.
        01 WS-DB2-USERID         PIC X(20) VALUE 'DB2INST1'.
        01 WS-DB2-PSWD           PIC X(20) VALUE 'db2admin'.

      *> the letters are dated today; the feeds are the feed date's
        01 WS-RUN-DATE           PIC 9(8).
        01 WS-FEED-DATE          PIC X(8).

      *> the templates: every line in file order, and where each
      *> type's lines start and how many there are
        01 WS-TPL-LINE-COUNT     PIC 9(4) VALUE 0.
        01 WS-TPL-LINE-MAX       PIC 9(4) VALUE 2000.
        01 WS-TPL-LINE-TAB.
           05 WS-TPL-LINE OCCURS 2000 TIMES
                          INDEXED BY WS-TPL-IDX
                                 PIC X(80).
        01 WS-TPK-COUNT          PIC 9(2) VALUE 0.
        01 WS-TPK-MAX            PIC 9(2) VALUE 20.
        01 WS-TPK-TAB.
           05 WS-TPK-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-TPK-IDX.
              10 WS-TPK-TYPE        PIC X(8).
              10 WS-TPK-FIRST       PIC 9(4).
              10 WS-TPK-LINES       PIC 9(4).
      *> the template the lines being read belong to; 0 while the
      *> lines are outside any template
        01 WS-TPK-CURR           PIC 9(2) VALUE 0.
        01 WS-TPK-SLOT           PIC 9(2) VALUE 0.
        01 WS-TPL-TYPE           PIC X(8).
        01 WS-TPL-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-TPL-OVERFLOW        VALUE 'Y'.

      *> the letters to write, in feed order. PROBLEM is set when an
      *> event cannot be written up whatever the address: B = the
      *> event carries no prior values to quote
        01 WS-LTR-COUNT          PIC 9(5) VALUE 0.
        01 WS-LTR-MAX            PIC 9(5) VALUE 5000.
        01 WS-LTR-TAB.
           05 WS-LTR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-LTR-IDX.
              10 WS-LTR-TYPE        PIC X(8).
              10 WS-LTR-EMPNO       PIC X(6).
              10 WS-LTR-PROBLEM     PIC X(1).
              10 WS-LTR-OLD-DEPT    PIC X(3).
              10 WS-LTR-NEW-DEPT    PIC X(3).
              10 WS-LTR-OLD-SAL     PIC 9(7)V9(2).
              10 WS-LTR-NEW-SAL     PIC 9(7)V9(2).
              10 WS-LTR-EFF-DATE    PIC X(8).
              10 WS-LTR-RETURN-DATE PIC X(8).
              10 WS-LTR-FOUND       PIC X(1).
              10 WS-LTR-FIRSTNME    PIC X(12).
              10 WS-LTR-MIDINIT     PIC X(1).
              10 WS-LTR-LASTNAME    PIC X(15).
        01 WS-LTR-OVERFLOW-SW    PIC X VALUE 'N'.
           88 WS-LTR-OVERFLOW        VALUE 'Y'.

      *> the letter being added to the table
        01 WS-NEW-TYPE           PIC X(8).
        01 WS-NEW-EMPNO          PIC X(6).
        01 WS-NEW-PROBLEM        PIC X(1).
        01 WS-NEW-OLD-DEPT       PIC X(3).
        01 WS-NEW-NEW-DEPT       PIC X(3).
        01 WS-NEW-OLD-SAL        PIC 9(7)V9(2).
        01 WS-NEW-NEW-SAL        PIC 9(7)V9(2).
        01 WS-NEW-EFF-DATE       PIC X(8).
        01 WS-NEW-RETURN-DATE    PIC X(8).

      *> the letter being written and the template it is merged into
        01 WS-FULL-NAME          PIC X(40).
        01 WS-ADDR-LINE          PIC X(40).
        01 WS-EXC-REASON         PIC X(40).
        01 WS-LETTER-OK-SW       PIC X VALUE 'Y'.
           88 WS-LETTER-OK           VALUE 'Y'.
        01 WS-TPL-FROM           PIC 9(4).
        01 WS-TPL-TO             PIC 9(4).
        01 WS-TPL-TEXT           PIC X(80).

      *> token substitution - a token is &NAME& with a name of up
      *> to 12 characters; anything else between ampersands is left
      *> as written
        01 WS-OUT-LINE           PIC X(132).
        01 WS-OUT-POS            PIC 9(3).
        01 WS-IN-POS             PIC 9(3).
        01 WS-SCAN-POS           PIC 9(3).
        01 WS-TOKEN-END          PIC 9(3).
        01 WS-TOKEN-LEN          PIC 9(3).
        01 WS-TOKEN              PIC X(12).
        01 WS-TOKEN-VALUE        PIC X(40).
        01 WS-TOKEN-OK-SW        PIC X VALUE 'N'.
           88 WS-TOKEN-OK            VALUE 'Y'.
        01 WS-VAL-FROM           PIC 9(3).
        01 WS-VAL-TO             PIC 9(3).
        01 WS-VAL-LEN            PIC 9(3).

      *> dates go out as "October 5, 2026"
        01 WS-MONTH-NAMES.
           05 FILLER PIC X(9) VALUE 'January'.
           05 FILLER PIC X(9) VALUE 'February'.
           05 FILLER PIC X(9) VALUE 'March'.
           05 FILLER PIC X(9) VALUE 'April'.
           05 FILLER PIC X(9) VALUE 'May'.
           05 FILLER PIC X(9) VALUE 'June'.
           05 FILLER PIC X(9) VALUE 'July'.
           05 FILLER PIC X(9) VALUE 'August'.
           05 FILLER PIC X(9) VALUE 'September'.
           05 FILLER PIC X(9) VALUE 'October'.
           05 FILLER PIC X(9) VALUE 'November'.
           05 FILLER PIC X(9) VALUE 'December'.
        01 WS-MONTH-TAB REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME PIC X(9) OCCURS 12 TIMES.
        01 WS-FMT-DATE-IN        PIC X(8).
        01 WS-FMT-DATE-OUT       PIC X(20).
        01 WS-FMT-MM             PIC 9(2).
        01 WS-FMT-DAY            PIC X(2).
        01 WS-FMT-SALARY         PIC Z,ZZZ,ZZ9.99.

        01 WS-EVT-READ           PIC 9(7) VALUE 0.
        01 WS-SCH-READ           PIC 9(7) VALUE 0.
        01 WS-NOT-LETTER-COUNT   PIC 9(7) VALUE 0.
        01 WS-LETTER-COUNT       PIC 9(7) VALUE 0.
        01 WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
        01 WS-TRANSFER-LETTERS   PIC 9(7) VALUE 0.
        01 WS-SALARY-LETTERS     PIC 9(7) VALUE 0.
        01 WS-STATUS-LETTERS     PIC 9(7) VALUE 0.

        01 WS-EXC-HEADER-LINE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(46)
              VALUE "DB2LETR - CONFIRMATION LETTERS NOT PRODUCED ".
           05 FILLER                PIC X(06) VALUE "AS OF ".
           05 WS-EHL-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(71) VALUE SPACES.

        01 WS-EXC-COLUMN-LINE.
           05 FILLER PIC X(08) VALUE "EMPNO".
           05 FILLER PIC X(10) VALUE "LETTER".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(30) VALUE "NAME".
           05 FILLER PIC X(74) VALUE "REASON".

        01 WS-EXC-DETAIL-LINE.
           05 WS-EXD-EMPNO          PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXD-TYPE           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXD-EFF-DATE       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXD-NAME           PIC X(28).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EXD-REASON         PIC X(40).
           05 FILLER                PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      *>------------------------------------------------------------------------
       MAIN-DB2LETR SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "DB2LETR: INSIDE CONFIRMATION LETTER GENERATOR"

           PERFORM RESOLVE-CONTROLS THRU RESOLVE-CONTROLS-EXIT

           PERFORM LOAD-TEMPLATES THRU LOAD-TEMPLATES-EXIT

           PERFORM LOAD-EVENTS THRU LOAD-EVENTS-EXIT

           PERFORM LOAD-STATUS-CHANGES THRU LOAD-STATUS-CHANGES-EXIT

           IF WS-LTR-COUNT > 0
               PERFORM CONNECT-DB2 THRU CONNECT-DB2-EXIT

               IF LN-SQLCODE OF LN-MOD NOT = ZERO
                   DISPLAY "DB2LETR: DB2 CONNECT FAILED - SQLCODE "
                       LN-SQLCODE OF LN-MOD
                   DISPLAY "DB2LETR: " LN-MSG-1 OF LN-MOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM NAME-THE-PEOPLE THRU NAME-THE-PEOPLE-EXIT

               PERFORM DISCONNECT-DB2 THRU DISCONNECT-DB2-EXIT
           END-IF

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCEPTION-FILE

           MOVE WS-RUN-DATE TO WS-EHL-RUN-DATE
           MOVE WS-EXC-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXC-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
              UNTIL WS-LTR-IDX > WS-LTR-COUNT
               PERFORM PRODUCE-ONE-LETTER
                  THRU PRODUCE-ONE-LETTER-EXIT
           END-PERFORM

           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO EXCEPTIONS" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           CLOSE LETTER-FILE
           CLOSE EXCEPTION-FILE

           DISPLAY "DB2LETR: ======== CONFIRMATION LETTER SUMMARY ====="
           DISPLAY "DB2LETR: EVENTS READ          : " WS-EVT-READ
           DISPLAY "DB2LETR: STATUS CHANGES READ  : " WS-SCH-READ
           DISPLAY "DB2LETR: NEEDING NO LETTER    : "
               WS-NOT-LETTER-COUNT
           DISPLAY "DB2LETR: -------------------------------------"
           DISPLAY "DB2LETR: TRANSFER LETTERS     : "
               WS-TRANSFER-LETTERS
           DISPLAY "DB2LETR: SALARY LETTERS       : " WS-SALARY-LETTERS
           DISPLAY "DB2LETR: STATUS LETTERS       : " WS-STATUS-LETTERS
           DISPLAY "DB2LETR: LETTERS WRITTEN      : " WS-LETTER-COUNT
           DISPLAY "DB2LETR: EXCEPTIONS           : "
               WS-EXCEPTION-COUNT
           DISPLAY "DB2LETR: LETTER FILE          : "
               WS-LETTER-FILE-NAME
           DISPLAY "DB2LETR: EXCEPTION FILE       : "
               WS-EXCEPTION-FILE-NAME
           DISPLAY "DB2LETR: ======================================"

           IF WS-EXCEPTION-COUNT > 0
           OR WS-LTR-OVERFLOW OR WS-TPL-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "DB2LETR: EXITING CONFIRMATION LETTER GENERATOR"

           STOP RUN.
      *>------------------------------------------------------------------------          .
       MAIN-DB2LETR-EX.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       RESOLVE-CONTROLS SECTION.
      *>------------------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *>    the letters run the morning after, so the feed date can
      *>    be named; it defaults to today
           ACCEPT WS-FEED-DATE FROM ENVIRONMENT "DB2LETR_FEED_DATE"
           IF WS-FEED-DATE = SPACE
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF

           ACCEPT WS-EVENT-FILE-NAME
              FROM ENVIRONMENT "DB2LETR_EVENT_FILE"
           IF WS-EVENT-FILE-NAME = SPACE
               MOVE SPACES TO WS-EVENT-FILE-NAME
               STRING "evt"        DELIMITED BY SIZE
                      WS-FEED-DATE DELIMITED BY SIZE
                      ".txt"       DELIMITED BY SIZE
                      INTO WS-EVENT-FILE-NAME
               END-STRING
           END-IF

           ACCEPT WS-STATCHG-FILE-NAME
              FROM ENVIRONMENT "DB2LETR_STATUS_FILE"
           IF WS-STATCHG-FILE-NAME = SPACE
               MOVE SPACES TO WS-STATCHG-FILE-NAME
               STRING "statchg"    DELIMITED BY SIZE
                      WS-FEED-DATE DELIMITED BY SIZE
                      ".txt"       DELIMITED BY SIZE
                      INTO WS-STATCHG-FILE-NAME
               END-STRING
           END-IF

           ACCEPT WS-TEMPLATE-FILE-NAME
              FROM ENVIRONMENT "DB2LETR_TEMPLATE_FILE"
           IF WS-TEMPLATE-FILE-NAME = SPACE
               MOVE 'lettmpl.txt' TO WS-TEMPLATE-FILE-NAME
           END-IF

           ACCEPT WS-LETTER-FILE-NAME
              FROM ENVIRONMENT "DB2LETR_LETTER_FILE"
           IF WS-LETTER-FILE-NAME = SPACE
               MOVE 'letters.txt' TO WS-LETTER-FILE-NAME
           END-IF

           ACCEPT WS-EXCEPTION-FILE-NAME
              FROM ENVIRONMENT "DB2LETR_EXCEPTION_FILE"
           IF WS-EXCEPTION-FILE-NAME = SPACE
               MOVE 'letexcp.txt' TO WS-EXCEPTION-FILE-NAME
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

           DISPLAY "DB2LETR: EVENT FILE     = " WS-EVENT-FILE-NAME
           DISPLAY "DB2LETR: STATUS CHANGES = " WS-STATCHG-FILE-NAME
           DISPLAY "DB2LETR: TEMPLATE FILE  = " WS-TEMPLATE-FILE-NAME
           DISPLAY "DB2LETR: LETTER FILE    = " WS-LETTER-FILE-NAME
           DISPLAY "DB2LETR: EXCEPTIONS     = " WS-EXCEPTION-FILE-NAME
           .
       RESOLVE-CONTROLS-EXIT.
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
               DISPLAY "DB2LETR: DB2 DISCONNECT FAILED - SQLCODE "
                   LN-SQLCODE OF LN-MOD
               DISPLAY "DB2LETR: " LN-MSG-1 OF LN-MOD
           END-IF
          .
       DISCONNECT-DB2-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-TEMPLATES SECTION.
      *>------------------------------------------------------------------------
      *>    without HR's templates no letter can be written at all
           OPEN INPUT TEMPLATE-FILE
           IF NOT WS-TPL-FILE-OK
               DISPLAY "DB2LETR: *** TEMPLATE FILE "
                  WS-TEMPLATE-FILE-NAME " NOT ON FILE - FILE STATUS "
                  WS-TPL-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-TPK-CURR
           PERFORM READ-TEMPLATE-LINE THRU READ-TEMPLATE-LINE-EXIT
              UNTIL WS-EOF
           CLOSE TEMPLATE-FILE

           DISPLAY "DB2LETR: " WS-TPK-COUNT " TEMPLATE(S) LOADED"
           .
       LOAD-TEMPLATES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-TEMPLATE-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    '*' in column 1 is a comment, '.' in column 1 starts the
      *>    template named after it; every other line, blank ones
      *>    included, belongs to the template being read
           READ TEMPLATE-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-TEMPLATE-LINE-EXIT
           END-READ

           IF TEMPLATE-RECORD (1:1) = '*'
               GO TO READ-TEMPLATE-LINE-EXIT
           END-IF

           IF TEMPLATE-RECORD (1:1) = '.'
               MOVE TEMPLATE-RECORD (2:8) TO WS-TPL-TYPE
               PERFORM START-TEMPLATE THRU START-TEMPLATE-EXIT
               GO TO READ-TEMPLATE-LINE-EXIT
           END-IF

           IF WS-TPK-CURR = 0
               GO TO READ-TEMPLATE-LINE-EXIT
           END-IF

           IF WS-TPL-LINE-COUNT >= WS-TPL-LINE-MAX
               IF NOT WS-TPL-OVERFLOW
                   DISPLAY "DB2LETR: *** MORE THAN " WS-TPL-LINE-MAX
                      " TEMPLATE LINES - THE REST ARE LEFT OFF ***"
               END-IF
               SET WS-TPL-OVERFLOW TO TRUE
               GO TO READ-TEMPLATE-LINE-EXIT
           END-IF

           ADD 1 TO WS-TPL-LINE-COUNT
           MOVE TEMPLATE-RECORD TO WS-TPL-LINE (WS-TPL-LINE-COUNT)
           ADD 1 TO WS-TPK-LINES (WS-TPK-CURR)
           .
       READ-TEMPLATE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       START-TEMPLATE SECTION.
      *>------------------------------------------------------------------------
      *>    a type named twice keeps its first template; the lines of
      *>    the second are passed over
           MOVE 0 TO WS-TPK-CURR
           PERFORM FIND-TEMPLATE THRU FIND-TEMPLATE-EXIT
           IF WS-TPK-SLOT > 0
               DISPLAY "DB2LETR: *** TEMPLATE " WS-TPL-TYPE
                  " DEFINED TWICE - THE SECOND IS IGNORED ***"
               GO TO START-TEMPLATE-EXIT
           END-IF

           IF WS-TPL-TYPE NOT = 'TRANSFER' AND NOT = 'SALARY'
           AND NOT = 'LEAVE' AND NOT = 'SUSPEND' AND NOT = 'RETURN'
               DISPLAY "DB2LETR: TEMPLATE " WS-TPL-TYPE
                  " IS NOT A LETTER TYPE THIS RUN WRITES"
           END-IF

           IF WS-TPK-COUNT >= WS-TPK-MAX
               DISPLAY "DB2LETR: *** MORE THAN " WS-TPK-MAX
                  " TEMPLATES - " WS-TPL-TYPE " IS LEFT OFF ***"
               SET WS-TPL-OVERFLOW TO TRUE
               GO TO START-TEMPLATE-EXIT
           END-IF

           ADD 1 TO WS-TPK-COUNT
           MOVE WS-TPK-COUNT TO WS-TPK-CURR
           MOVE WS-TPL-TYPE  TO WS-TPK-TYPE (WS-TPK-CURR)
           COMPUTE WS-TPK-FIRST (WS-TPK-CURR) = WS-TPL-LINE-COUNT + 1
           MOVE 0            TO WS-TPK-LINES (WS-TPK-CURR)
           .
       START-TEMPLATE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FIND-TEMPLATE SECTION.
      *>------------------------------------------------------------------------
      *>    WS-TPK-SLOT comes back as the slot of type WS-TPL-TYPE,
      *>    0 when there is no such template
           MOVE 0 TO WS-TPK-SLOT
           PERFORM VARYING WS-TPK-IDX FROM 1 BY 1
              UNTIL WS-TPK-IDX > WS-TPK-COUNT
                 OR WS-TPK-SLOT > 0
               IF WS-TPK-TYPE (WS-TPK-IDX) = WS-TPL-TYPE
                   SET WS-TPK-SLOT TO WS-TPK-IDX
               END-IF
           END-PERFORM
           .
       FIND-TEMPLATE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-EVENTS SECTION.
      *>------------------------------------------------------------------------
      *>    a day with no applied changes has no event file
           OPEN INPUT EVENT-FILE
           IF NOT WS-EVT-FILE-OK
               DISPLAY "DB2LETR: EVENT FILE " WS-EVENT-FILE-NAME
                  " NOT ON FILE - NO APPLIED CHANGES TO CONFIRM"
               GO TO LOAD-EVENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-EVENT-RECORD THRU READ-EVENT-RECORD-EXIT
              UNTIL WS-EOF
           CLOSE EVENT-FILE
           .
       LOAD-EVENTS-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-EVENT-RECORD SECTION.
      *>------------------------------------------------------------------------
      *>    only an UPDATE or a TRANSFER moves a department or a
      *>    salary; an UPDATE the event shows no prior values for
      *>    cannot be written up and goes on the exception list
           READ EVENT-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-EVENT-RECORD-EXIT
           END-READ

           ADD 1 TO WS-EVT-READ

           IF EVT-OPER NOT = 'U' AND NOT = 'T'
               ADD 1 TO WS-NOT-LETTER-COUNT
               GO TO READ-EVENT-RECORD-EXIT
           END-IF

           MOVE EVT-EMPNO       TO WS-NEW-EMPNO
           MOVE SPACE           TO WS-NEW-PROBLEM
           MOVE EVT-OLD-WORKDEPT TO WS-NEW-OLD-DEPT
           MOVE EVT-WORKDEPT    TO WS-NEW-NEW-DEPT
           MOVE 0               TO WS-NEW-OLD-SAL
           MOVE 0               TO WS-NEW-NEW-SAL
           IF EVT-OLD-SALARY IS NUMERIC
               MOVE EVT-OLD-SALARY TO WS-NEW-OLD-SAL
           END-IF
           IF EVT-NEW-SALARY IS NUMERIC
               MOVE EVT-NEW-SALARY TO WS-NEW-NEW-SAL
           END-IF
           MOVE EVT-EFF-DATE    TO WS-NEW-EFF-DATE
           IF WS-NEW-EFF-DATE NOT NUMERIC
               MOVE EVT-DATE    TO WS-NEW-EFF-DATE
           END-IF
           MOVE SPACES          TO WS-NEW-RETURN-DATE

           IF EVT-OLD-WORKDEPT = SPACES
               MOVE 'B' TO WS-NEW-PROBLEM
               IF EVT-OPER = 'T'
                   MOVE 'TRANSFER' TO WS-NEW-TYPE
               ELSE
                   MOVE 'UPDATE'   TO WS-NEW-TYPE
               END-IF
               PERFORM ADD-LETTER THRU ADD-LETTER-EXIT
               GO TO READ-EVENT-RECORD-EXIT
           END-IF

           IF EVT-OLD-WORKDEPT NOT = EVT-WORKDEPT
               MOVE 'TRANSFER' TO WS-NEW-TYPE
               PERFORM ADD-LETTER THRU ADD-LETTER-EXIT
           END-IF

           IF EVT-OPER = 'U'
           AND WS-NEW-OLD-SAL NOT = WS-NEW-NEW-SAL
               MOVE 'SALARY' TO WS-NEW-TYPE
               PERFORM ADD-LETTER THRU ADD-LETTER-EXIT
           END-IF

           IF EVT-OLD-WORKDEPT = EVT-WORKDEPT
           AND (EVT-OPER = 'T' OR WS-NEW-OLD-SAL = WS-NEW-NEW-SAL)
               ADD 1 TO WS-NOT-LETTER-COUNT
           END-IF
           .
       READ-EVENT-RECORD-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       LOAD-STATUS-CHANGES SECTION.
      *>------------------------------------------------------------------------
      *>    a day with no status changes has no status-change file
           OPEN INPUT STATCHG-FILE
           IF NOT WS-SCH-FILE-OK
               DISPLAY "DB2LETR: STATUS CHANGE FILE "
                  WS-STATCHG-FILE-NAME
                  " NOT ON FILE - NO STATUS CHANGES TO CONFIRM"
               GO TO LOAD-STATUS-CHANGES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-STATUS-CHANGE THRU READ-STATUS-CHANGE-EXIT
              UNTIL WS-EOF
           CLOSE STATCHG-FILE
           .
       LOAD-STATUS-CHANGES-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       READ-STATUS-CHANGE SECTION.
      *>------------------------------------------------------------------------
      *>    going on leave or suspension gets a letter; so does coming
      *>    back to active from either. A first active record, a
      *>    removed record or a change that kept the same code does not
           READ STATCHG-FILE
             AT END
               SET WS-EOF TO TRUE
               GO TO READ-STATUS-CHANGE-EXIT
           END-READ

           ADD 1 TO WS-SCH-READ

           MOVE SPACES TO WS-NEW-TYPE
           IF SCH-OPER NOT = 'D'
           AND SCH-NEW-CODE NOT = SCH-OLD-CODE
               EVALUATE SCH-NEW-CODE
                 WHEN 'L'
                   MOVE 'LEAVE'   TO WS-NEW-TYPE
                 WHEN 'S'
                   MOVE 'SUSPEND' TO WS-NEW-TYPE
                 WHEN 'A'
                   IF SCH-OLD-CODE = 'L' OR SCH-OLD-CODE = 'S'
                       MOVE 'RETURN' TO WS-NEW-TYPE
                   END-IF
               END-EVALUATE
           END-IF

           IF WS-NEW-TYPE = SPACES
               ADD 1 TO WS-NOT-LETTER-COUNT
               GO TO READ-STATUS-CHANGE-EXIT
           END-IF

           MOVE SCH-EMPNO       TO WS-NEW-EMPNO
           MOVE SPACE           TO WS-NEW-PROBLEM
           MOVE SPACES          TO WS-NEW-OLD-DEPT
           MOVE SPACES          TO WS-NEW-NEW-DEPT
           MOVE 0               TO WS-NEW-OLD-SAL
           MOVE 0               TO WS-NEW-NEW-SAL
           MOVE SCH-EFF-DATE    TO WS-NEW-EFF-DATE
           MOVE SCH-RETURN-DATE TO WS-NEW-RETURN-DATE
           PERFORM ADD-LETTER THRU ADD-LETTER-EXIT
           .
       READ-STATUS-CHANGE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       ADD-LETTER SECTION.
      *>------------------------------------------------------------------------
           IF WS-LTR-COUNT >= WS-LTR-MAX
               IF NOT WS-LTR-OVERFLOW
                   DISPLAY "DB2LETR: *** MORE THAN " WS-LTR-MAX
                      " LETTERS - THE REST ARE LEFT FOR TOMORROW ***"
               END-IF
               SET WS-LTR-OVERFLOW TO TRUE
               GO TO ADD-LETTER-EXIT
           END-IF

           ADD 1 TO WS-LTR-COUNT
           SET WS-LTR-IDX TO WS-LTR-COUNT
           MOVE WS-NEW-TYPE        TO WS-LTR-TYPE (WS-LTR-IDX)
           MOVE WS-NEW-EMPNO       TO WS-LTR-EMPNO (WS-LTR-IDX)
           MOVE WS-NEW-PROBLEM     TO WS-LTR-PROBLEM (WS-LTR-IDX)
           MOVE WS-NEW-OLD-DEPT    TO WS-LTR-OLD-DEPT (WS-LTR-IDX)
           MOVE WS-NEW-NEW-DEPT    TO WS-LTR-NEW-DEPT (WS-LTR-IDX)
           MOVE WS-NEW-OLD-SAL     TO WS-LTR-OLD-SAL (WS-LTR-IDX)
           MOVE WS-NEW-NEW-SAL     TO WS-LTR-NEW-SAL (WS-LTR-IDX)
           MOVE WS-NEW-EFF-DATE    TO WS-LTR-EFF-DATE (WS-LTR-IDX)
           MOVE WS-NEW-RETURN-DATE TO WS-LTR-RETURN-DATE (WS-LTR-IDX)
           MOVE 'N'                TO WS-LTR-FOUND (WS-LTR-IDX)
           MOVE SPACES             TO WS-LTR-FIRSTNME (WS-LTR-IDX)
           MOVE SPACE              TO WS-LTR-MIDINIT (WS-LTR-IDX)
           MOVE SPACES             TO WS-LTR-LASTNAME (WS-LTR-IDX)
           .
       ADD-LETTER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       NAME-THE-PEOPLE SECTION.
      *>------------------------------------------------------------------------
      *>    one pass of EMPLOYEE through DB2FETCH's called row-
      *>    interface fills in the name of everyone getting a letter
           MOVE 'N' TO WS-FETCH-EOF-SW

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               DISPLAY "DB2LETR: EMPLOYEE CURSOR WOULD NOT OPEN"
               GO TO NAME-THE-PEOPLE-EXIT
           END-IF

           PERFORM NAME-ONE-EMPLOYEE THRU NAME-ONE-EMPLOYEE-EXIT
              UNTIL WS-FETCH-EOF

           SET CPY-FR-CLOSE TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           .
       NAME-THE-PEOPLE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       NAME-ONE-EMPLOYEE SECTION.
      *>------------------------------------------------------------------------
           SET CPY-FR-NEXT TO TRUE
           CALL WS-FETCH-PGM
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-FAIL
               SET WS-FETCH-EOF TO TRUE
               GO TO NAME-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC

           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
              UNTIL WS-LTR-IDX > WS-LTR-COUNT
               IF WS-LTR-EMPNO (WS-LTR-IDX) = EXT-EMPNO
                   MOVE 'Y'          TO WS-LTR-FOUND (WS-LTR-IDX)
                   MOVE EXT-FIRSTNME TO WS-LTR-FIRSTNME (WS-LTR-IDX)
                   MOVE EXT-MIDINIT  TO WS-LTR-MIDINIT (WS-LTR-IDX)
                   MOVE EXT-LASTNAME TO WS-LTR-LASTNAME (WS-LTR-IDX)
               END-IF
           END-PERFORM
           .
       NAME-ONE-EMPLOYEE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       PRODUCE-ONE-LETTER SECTION.
      *>------------------------------------------------------------------------
      *>    every check is made before anything is written, so an
      *>    excepted letter leaves nothing half-printed behind it
           MOVE SPACES TO WS-FULL-NAME
           IF WS-LTR-MIDINIT (WS-LTR-IDX) = SPACE
               STRING WS-LTR-FIRSTNME (WS-LTR-IDX) DELIMITED BY SPACE
                      " "                          DELIMITED BY SIZE
                      WS-LTR-LASTNAME (WS-LTR-IDX) DELIMITED BY SIZE
                      INTO WS-FULL-NAME
               END-STRING
           ELSE
               STRING WS-LTR-FIRSTNME (WS-LTR-IDX) DELIMITED BY SPACE
                      " "                          DELIMITED BY SIZE
                      WS-LTR-MIDINIT (WS-LTR-IDX)  DELIMITED BY SIZE
                      ". "                         DELIMITED BY SIZE
                      WS-LTR-LASTNAME (WS-LTR-IDX) DELIMITED BY SIZE
                      INTO WS-FULL-NAME
               END-STRING
           END-IF

           IF WS-LTR-PROBLEM (WS-LTR-IDX) = 'B'
               MOVE "NO PRIOR DEPT/SALARY ON THE EVENT RECORD"
                 TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PRODUCE-ONE-LETTER-EXIT
           END-IF

           IF WS-LTR-FOUND (WS-LTR-IDX) NOT = 'Y'
               MOVE "*NOT ON EMPLOYEE*" TO WS-FULL-NAME
               MOVE "EMPNO NOT ON EMPLOYEE" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PRODUCE-ONE-LETTER-EXIT
           END-IF

           MOVE WS-LTR-TYPE (WS-LTR-IDX) TO WS-TPL-TYPE
           PERFORM FIND-TEMPLATE THRU FIND-TEMPLATE-EXIT
           IF WS-TPK-SLOT = 0
               MOVE "NO TEMPLATE FOR THIS LETTER TYPE"
                 TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PRODUCE-ONE-LETTER-EXIT
           END-IF

           INITIALIZE CPY-CONTACT
           SET CPY-CONT-SELECT TO TRUE
           MOVE WS-LTR-EMPNO (WS-LTR-IDX) TO CPY-CONT-EMPNO
           CALL WS-CONT-PGM USING CPY-CONTACT END-CALL

           IF NOT CPY-CONT-SUCCESS
               MOVE "NO CONTACT RECORD - NO MAILING ADDRESS"
                 TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PRODUCE-ONE-LETTER-EXIT
           END-IF

           IF CPY-CONT-STREET = SPACES
           OR CPY-CONT-CITY   = SPACES
           OR CPY-CONT-STATE  = SPACES
           OR CPY-CONT-ZIP    = SPACES
               MOVE "MAILING ADDRESS INCOMPLETE ON CONTACT"
                 TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
               GO TO PRODUCE-ONE-LETTER-EXIT
           END-IF

           PERFORM WRITE-LETTER THRU WRITE-LETTER-EXIT
           .
       PRODUCE-ONE-LETTER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-LETTER SECTION.
      *>------------------------------------------------------------------------
      *>    each letter after the first starts a new page: the date,
      *>    the address block, then the template merged line by line
           MOVE SPACES TO LTR-LINE
           MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT
           MOVE WS-FMT-DATE-OUT TO LTR-LINE (50:20)
           IF WS-LETTER-COUNT = 0
               WRITE LTR-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE LTR-LINE AFTER ADVANCING PAGE
           END-IF

           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING 1 LINE
           MOVE WS-FULL-NAME TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING 1 LINE
           MOVE CPY-CONT-STREET TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-ADDR-LINE
           STRING CPY-CONT-CITY  DELIMITED BY '  '
                  ", "           DELIMITED BY SIZE
                  CPY-CONT-STATE DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  CPY-CONT-ZIP   DELIMITED BY SIZE
                  INTO WS-ADDR-LINE
           END-STRING
           MOVE WS-ADDR-LINE TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING 1 LINE

           MOVE WS-TPK-FIRST (WS-TPK-SLOT) TO WS-TPL-FROM
           COMPUTE WS-TPL-TO = WS-TPL-FROM
                             + WS-TPK-LINES (WS-TPK-SLOT) - 1
           PERFORM VARYING WS-TPL-IDX FROM WS-TPL-FROM BY 1
              UNTIL WS-TPL-IDX > WS-TPL-TO
               MOVE WS-TPL-LINE (WS-TPL-IDX) TO WS-TPL-TEXT
               PERFORM SUBSTITUTE-LINE THRU SUBSTITUTE-LINE-EXIT
               MOVE WS-OUT-LINE TO LTR-LINE
               WRITE LTR-LINE AFTER ADVANCING 1 LINE
           END-PERFORM

           ADD 1 TO WS-LETTER-COUNT
           EVALUATE WS-LTR-TYPE (WS-LTR-IDX)
             WHEN 'TRANSFER'
               ADD 1 TO WS-TRANSFER-LETTERS
             WHEN 'SALARY'
               ADD 1 TO WS-SALARY-LETTERS
             WHEN OTHER
               ADD 1 TO WS-STATUS-LETTERS
           END-EVALUATE
           .
       WRITE-LETTER-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SUBSTITUTE-LINE SECTION.
      *>------------------------------------------------------------------------
      *>    copies WS-TPL-TEXT to WS-OUT-LINE with every recognized
      *>    &NAME& token replaced by its value for this letter
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS

           PERFORM VARYING WS-IN-POS FROM 1 BY 1
              UNTIL WS-IN-POS > 80
               MOVE 'N' TO WS-TOKEN-OK-SW
               IF WS-TPL-TEXT (WS-IN-POS:1) = '&'
                   PERFORM SUBSTITUTE-TOKEN
                      THRU SUBSTITUTE-TOKEN-EXIT
               END-IF
               IF NOT WS-TOKEN-OK
               AND WS-OUT-POS NOT > 132
                   MOVE WS-TPL-TEXT (WS-IN-POS:1)
                     TO WS-OUT-LINE (WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
               END-IF
           END-PERFORM
           .
       SUBSTITUTE-LINE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       SUBSTITUTE-TOKEN SECTION.
      *>------------------------------------------------------------------------
      *>    the tokens a template may use:
      *>      &FULLNAME&  &FIRSTNAME&  &LASTNAME&  &EMPNO&
      *>      &OLDDEPT&   &NEWDEPT&    &OLDSALARY& &NEWSALARY&
      *>      &EFFDATE&   &RETURNDATE& &TODAY&
      *>    on a recognized token the value goes out, WS-IN-POS moves
      *>    to the closing '&' and WS-TOKEN-OK is set
           MOVE 0 TO WS-TOKEN-END
           PERFORM VARYING WS-SCAN-POS FROM WS-IN-POS BY 1
              UNTIL WS-SCAN-POS >= 80
                 OR WS-TOKEN-END > 0
               IF WS-TPL-TEXT (WS-SCAN-POS + 1:1) = '&'
                   COMPUTE WS-TOKEN-END = WS-SCAN-POS + 1
               END-IF
           END-PERFORM
           IF WS-TOKEN-END = 0
               GO TO SUBSTITUTE-TOKEN-EXIT
           END-IF

           COMPUTE WS-TOKEN-LEN = WS-TOKEN-END - WS-IN-POS - 1
           IF WS-TOKEN-LEN < 1 OR WS-TOKEN-LEN > 12
               GO TO SUBSTITUTE-TOKEN-EXIT
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE WS-TPL-TEXT (WS-IN-POS + 1:WS-TOKEN-LEN) TO WS-TOKEN

           SET WS-TOKEN-OK TO TRUE
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN
             WHEN 'FULLNAME'
               MOVE WS-FULL-NAME TO WS-TOKEN-VALUE
             WHEN 'FIRSTNAME'
               MOVE WS-LTR-FIRSTNME (WS-LTR-IDX) TO WS-TOKEN-VALUE
             WHEN 'LASTNAME'
               MOVE WS-LTR-LASTNAME (WS-LTR-IDX) TO WS-TOKEN-VALUE
             WHEN 'EMPNO'
               MOVE WS-LTR-EMPNO (WS-LTR-IDX) TO WS-TOKEN-VALUE
             WHEN 'OLDDEPT'
               MOVE WS-LTR-OLD-DEPT (WS-LTR-IDX) TO WS-TOKEN-VALUE
             WHEN 'NEWDEPT'
               MOVE WS-LTR-NEW-DEPT (WS-LTR-IDX) TO WS-TOKEN-VALUE
             WHEN 'OLDSALARY'
               MOVE WS-LTR-OLD-SAL (WS-LTR-IDX) TO WS-FMT-SALARY
               MOVE WS-FMT-SALARY TO WS-TOKEN-VALUE
             WHEN 'NEWSALARY'
               MOVE WS-LTR-NEW-SAL (WS-LTR-IDX) TO WS-FMT-SALARY
               MOVE WS-FMT-SALARY TO WS-TOKEN-VALUE
             WHEN 'EFFDATE'
               MOVE WS-LTR-EFF-DATE (WS-LTR-IDX) TO WS-FMT-DATE-IN
               PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT
               MOVE WS-FMT-DATE-OUT TO WS-TOKEN-VALUE
             WHEN 'RETURNDATE'
               MOVE WS-LTR-RETURN-DATE (WS-LTR-IDX) TO WS-FMT-DATE-IN
               PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT
               IF WS-FMT-DATE-OUT = SPACES
                   MOVE "a date to be advised" TO WS-TOKEN-VALUE
               ELSE
                   MOVE WS-FMT-DATE-OUT TO WS-TOKEN-VALUE
               END-IF
             WHEN 'TODAY'
               MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
               PERFORM FORMAT-DATE THRU FORMAT-DATE-EXIT
               MOVE WS-FMT-DATE-OUT TO WS-TOKEN-VALUE
             WHEN OTHER
               MOVE 'N' TO WS-TOKEN-OK-SW
               GO TO SUBSTITUTE-TOKEN-EXIT
           END-EVALUATE

      *>    the value goes out without its leading or trailing blanks
           MOVE 0 TO WS-VAL-FROM
           MOVE 0 TO WS-VAL-TO
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS > 40
               IF WS-TOKEN-VALUE (WS-SCAN-POS:1) NOT = SPACE
                   IF WS-VAL-FROM = 0
                       MOVE WS-SCAN-POS TO WS-VAL-FROM
                   END-IF
                   MOVE WS-SCAN-POS TO WS-VAL-TO
               END-IF
           END-PERFORM

           IF WS-VAL-FROM > 0
               COMPUTE WS-VAL-LEN = WS-VAL-TO - WS-VAL-FROM + 1
               IF WS-OUT-POS + WS-VAL-LEN - 1 > 132
                   COMPUTE WS-VAL-LEN = 133 - WS-OUT-POS
               END-IF
               IF WS-VAL-LEN > 0
                   MOVE WS-TOKEN-VALUE (WS-VAL-FROM:WS-VAL-LEN)
                     TO WS-OUT-LINE (WS-OUT-POS:WS-VAL-LEN)
                   ADD WS-VAL-LEN TO WS-OUT-POS
               END-IF
           END-IF

           MOVE WS-TOKEN-END TO WS-IN-POS
           .
       SUBSTITUTE-TOKEN-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       FORMAT-DATE SECTION.
      *>------------------------------------------------------------------------
      *>    YYYYMMDD in WS-FMT-DATE-IN to "October 5, 2026" in
      *>    WS-FMT-DATE-OUT; blank when there is no usable date
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN NOT NUMERIC
           OR WS-FMT-DATE-IN = '00000000'
               GO TO FORMAT-DATE-EXIT
           END-IF
           MOVE WS-FMT-DATE-IN (5:2) TO WS-FMT-MM
           IF WS-FMT-MM < 1 OR WS-FMT-MM > 12
               GO TO FORMAT-DATE-EXIT
           END-IF

           MOVE SPACES TO WS-FMT-DAY
           IF WS-FMT-DATE-IN (7:1) = '0'
               MOVE WS-FMT-DATE-IN (8:1) TO WS-FMT-DAY
           ELSE
               MOVE WS-FMT-DATE-IN (7:2) TO WS-FMT-DAY
           END-IF

           STRING WS-MONTH-NAME (WS-FMT-MM) DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  WS-FMT-DAY                DELIMITED BY SPACE
                  ", "                      DELIMITED BY SIZE
                  WS-FMT-DATE-IN (1:4)      DELIMITED BY SIZE
                  INTO WS-FMT-DATE-OUT
           END-STRING
           .
       FORMAT-DATE-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
       WRITE-EXCEPTION SECTION.
      *>------------------------------------------------------------------------
           MOVE WS-LTR-EMPNO (WS-LTR-IDX)    TO WS-EXD-EMPNO
           MOVE WS-LTR-TYPE (WS-LTR-IDX)     TO WS-EXD-TYPE
           MOVE WS-LTR-EFF-DATE (WS-LTR-IDX) TO WS-EXD-EFF-DATE
           MOVE WS-FULL-NAME                 TO WS-EXD-NAME
           MOVE WS-EXC-REASON                TO WS-EXD-REASON
           MOVE WS-EXC-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           .
       WRITE-EXCEPTION-EXIT.
          EXIT.
      *>------------------------------------------------------------------------

       END PROGRAM DB2LETR.

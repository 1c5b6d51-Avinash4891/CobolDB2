      *>              machine-readable event record to the day's event
      *>              file (evtYYYYMMDD.txt), the same applied-change
      *>              feed the batch driver writes.
      *> 2026.10.15 Avinash Kumar
      *>            - employee history timeline (option T): one EMPNO's
      *>              hires, rehire spells, changes, transfers, leave,
      *>              address records, terminations, rejects and held
      *>              or unapproved work in a single date-ordered list
      *>              built by DB2TMLN, paged like the name search and
      *>              open to every signed-on role.
      *>            - performance-rating maintenance (option R) calling
      *>              DB2PRAT: record, change, remove or inquire on an
      *>              employee's rating for a review year, with the
      *>              changes gated by the employee-maintenance role
      *>              and held off while the batch in-use lock exists.
      *>            - requisition control: an ADD names the approved
      *>              requisition it fills and is refused when that
      *>              requisition is missing, already filled or
      *>              cancelled, or for another department or job; a
      *>              successful ADD marks it filled with the EMPNO
      *>              through DB2REQN. Requisition maintenance (option
      *>              Q) opens, changes, cancels, removes or inquires
      *>              on requisitions, the changes gated by the
      *>              master-data role and held off while the batch
      *>              in-use lock exists.
      *>            - work-location reference maintenance (option L)
      *>              calling DB2LOCS: tie each office LOCATION to the
      *>              state the work is done in, the changes gated by
      *>              the master-data role and held off while the batch
      *>              in-use lock exists.
      *>            - payroll-calendar maintenance (option P) calling
      *>              DB2PCAL: add, change, remove or inquire on a pay
      *>              period's dates, frequency and closed flag, the
      *>              changes gated by the master-data role and held off
      *>              while the batch in-use lock exists.
      *>            - an ADD, UPDATE or DELETE keyed here is stamped with
      *>              its change provenance - online (code O) with the
      *>              signed-on operator's ID as the origin - which
      *>              reaches the audit line and the history archive;
      *>              the event record carries it at its end.
      *>            - an UPDATE reads the row on file just ahead of
      *>              DB2UPDT, and the event record carries that
      *>              department and salary, the new salary at full
      *>              precision and the effective date, laid out as the
      *>              batch driver writes them.
      *>            - employee certification maintenance (option K)
      *>              calling DB2CERT: record, renew, remove or inquire
      *>              on a licence or certification an employee holds,
      *>              the changes gated by the employee-maintenance role;
      *>              certification-code reference maintenance (option
      *>              X) calling DB2CRTC, gated by the master-data role.
      *>              Both are held off while the batch in-use lock
      *>              exists.
      *>            - leave accrual-policy maintenance (option A)
      *>              calling DB2ACRP: add, change, remove or inquire on
      *>              a service band's days per month, balance cap and
      *>              payout rule, the changes gated by the master-data
      *>              role and held off while the batch in-use lock
      *>              exists; leave-balance inquiry (option V) through
      *>              DB2LVLG, open to every signed-on role.
      *>            - a DELETE asks for the termination-reason code and
      *>              refuses one not on the termination-reason master;
      *>              the code is archived with the spell and shown by
      *>              the terminated-employee inquiry. An ADD refused
      *>              as a barred rehire may be overridden by a
      *>              supervisor-role operator, whose ID goes on record
      *>              as the origin. Termination-reason maintenance
      *>              (option E) calling DB2TRSN, the changes gated by
      *>              the master-data role and held off while the batch
      *>              in-use lock exists.
      *>            - an ADD keyed without an EMPNO is given the next
      *>              free number by the central allocator DB2EMPN, from
      *>              the range for this terminal's source (ONLINE
      *>              unless DB2ONLN_EMPNO_SOURCE names a branch), and
      *>              the operator is shown the number. EMPNO-range
      *>              maintenance (option G) calling DB2EMPN, the
      *>              changes gated by the master-data role and held off
      *>              while the batch in-use lock exists.
      *>************************************************************************

       IDENTIFICATION DIVISION.
           05 EVT-JOB               PIC X(8).
           05 FILLER                PIC X(1).
           05 EVT-SALARY            PIC 9(9).
           05 FILLER                PIC X(1).
           05 EVT-PROV-CODE         PIC X(1).
           05 FILLER                PIC X(1).
           05 EVT-PROV-ORIGIN       PIC X(16).
      *>   before-image (UPDATE only - blank otherwise), the new
      *>   salary at full precision, and the effective date
           05 FILLER                PIC X(1).
           05 EVT-OLD-WORKDEPT      PIC X(3).
           05 FILLER                PIC X(1).
           05 EVT-OLD-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-NEW-SALARY        PIC 9(7)V9(2).
           05 FILLER                PIC X(1).
           05 EVT-EFF-DATE          PIC X(8).

      *> security log - one line per denied attempt
       FD SECLOG-FILE.
       01 WS-EVT-DATE              PIC 9(8).
       01 WS-EVT-TIME              PIC 9(8).

      *> the row on file just before an UPDATE, for the event record;
      *> the keyed image is kept aside while CPY-EMPLOYEE doubles as
      *> DB2FETCH's selection record
       01 WS-BEF-HELD-SW           PIC X VALUE 'N'.
          88 WS-BEF-HELD               VALUE 'Y'.
       01 WS-BEF-WORKDEPT          PIC X(3) VALUE SPACES.
       01 WS-BEF-SALARY            PIC 9(7)V9(2) VALUE 0.
       01 WS-BEF-SAVE-IMAGE        PIC X(140).

      *> name-search controls
       01 WS-FETCH-EOF-SW          PIC X VALUE 'N'.
          88 WS-FETCH-EOF              VALUE 'Y'.

       01 WS-ESTA-PGM              PIC X(7) VALUE 'DB2ESTA'.

       01 WS-PRAT-PGM              PIC X(7) VALUE 'DB2PRAT'.

       01 WS-REQN-PGM              PIC X(7) VALUE 'DB2REQN'.

       01 WS-LOCS-PGM              PIC X(7) VALUE 'DB2LOCS'.

       01 WS-PCAL-PGM              PIC X(7) VALUE 'DB2PCAL'.

       01 WS-CERT-PGM              PIC X(7) VALUE 'DB2CERT'.

       01 WS-CRTC-PGM              PIC X(7) VALUE 'DB2CRTC'.

       01 WS-ACRP-PGM              PIC X(7) VALUE 'DB2ACRP'.

       01 WS-LVLG-PGM              PIC X(7) VALUE 'DB2LVLG'.

       01 WS-TRSN-PGM              PIC X(7) VALUE 'DB2TRSN'.

       01 WS-EMPN-PGM              PIC X(7) VALUE 'DB2EMPN'.

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-JOBC-CHOICE           PIC X(01).
       01 WS-CONT-CHOICE           PIC X(01).
       01 WS-ESTA-CHOICE           PIC X(01).
       01 WS-PRAT-CHOICE           PIC X(01).
       01 WS-REQN-CHOICE           PIC X(01).
       01 WS-LOCS-CHOICE           PIC X(01).
       01 WS-PCAL-CHOICE           PIC X(01).
       01 WS-CERT-CHOICE           PIC X(01).
       01 WS-CRTC-CHOICE           PIC X(01).
       01 WS-CRTC-JOB-IDX          PIC 9(01).
       01 WS-ACRP-CHOICE           PIC X(01).
       01 WS-TRSN-CHOICE           PIC X(01).
       01 WS-OVERRIDE-REPLY        PIC X(01).
       01 WS-EMPN-CHOICE           PIC X(01).

      *> the EMPNO range an ADD keyed without a number draws from -
      *> a branch terminal names its own
       01 WS-EMPNO-SOURCE          PIC X(08) VALUE 'ONLINE'.

      *> the requisition check on an ADD; a shop without the
      *> requisition store yet is told so and the check stands aside
       01 WS-REQN-OK-SW            PIC X(01) VALUE 'Y'.
          88 WS-REQN-OK                VALUE 'Y'.
          88 WS-REQN-BAD               VALUE 'N'.
       01 WS-REQN-TODAY            PIC 9(08) VALUE 0.
       01 WS-MENU-DONE-SW          PIC X(01) VALUE 'N'.
          88 WS-MENU-IS-DONE           VALUE 'Y'.

      *> employee-status record passed to DB2ESTA
       COPY "CPYESTA.cpy".

      *> performance-rating record passed to DB2PRAT
       COPY "CPYPRAT.cpy".

      *> requisition record passed to DB2REQN
       COPY "CPYREQN.cpy".

      *> work-location reference record passed to DB2LOCS
       COPY "CPYLOCS.cpy".

      *> payroll-period calendar record passed to DB2PCAL
       COPY "CPYPCAL.cpy".

      *> employee certification record passed to DB2CERT
       COPY "CPYCERT.cpy".

      *> certification-code reference record passed to DB2CRTC
       COPY "CPYCRTC.cpy".

      *> leave accrual-policy record passed to DB2ACRP
       COPY "CPYACRP.cpy".

      *> leave-ledger record passed to DB2LVLG for a balance inquiry
       COPY "CPYLVLG.cpy".

      *> termination-reason record passed to DB2TRSN
       COPY "CPYTRSN.cpy".

      *> EMPNO-allocation request area passed to DB2EMPN
       COPY "CPYEMPN.cpy".

      *> employee-history timeline request/answer area passed to
      *> DB2TMLN
       COPY "CPYTMLN.cpy".

      *> DB2FETCH's row-interface request area for the name search,
      *> and the shared row image each candidate comes back in
       COPY "FETDB2CO.cpy".
           DISPLAY "N = FIND EMPLOYEE BY NAME"
           DISPLAY "C = EMPLOYEE CONTACT DETAILS"
           DISPLAY "S = EMPLOYEE STATUS (LEAVE/SUSPEND)"
           DISPLAY "T = EMPLOYEE HISTORY TIMELINE"
           DISPLAY "R = PERFORMANCE RATINGS"
           DISPLAY "Q = REQUISITIONS"
           DISPLAY "L = WORK-LOCATION STATES"
           DISPLAY "P = PAYROLL CALENDAR"
           DISPLAY "K = EMPLOYEE CERTIFICATIONS"
           DISPLAY "X = CERTIFICATION CODES"
           DISPLAY "A = LEAVE ACCRUAL POLICY"
           DISPLAY "V = LEAVE BALANCES"
           DISPLAY "E = TERMINATION REASONS"
           DISPLAY "G = EMPNO NUMBER RANGES"
           DISPLAY "0 = EXIT"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               PERFORM DO-CONT-MENU THRU DO-CONT-MENU-EXIT
             WHEN 'S'
               PERFORM DO-ESTA-MENU THRU DO-ESTA-MENU-EXIT
             WHEN 'T'
               PERFORM DO-TIMELINE THRU DO-TIMELINE-EXIT
             WHEN 'R'
               PERFORM DO-PRAT-MENU THRU DO-PRAT-MENU-EXIT
             WHEN 'Q'
               PERFORM DO-REQN-MENU THRU DO-REQN-MENU-EXIT
             WHEN 'L'
               PERFORM DO-LOCS-MENU THRU DO-LOCS-MENU-EXIT
             WHEN 'P'
               PERFORM DO-PCAL-MENU THRU DO-PCAL-MENU-EXIT
             WHEN 'K'
               PERFORM DO-CERT-MENU THRU DO-CERT-MENU-EXIT
             WHEN 'X'
               PERFORM DO-CRTC-MENU THRU DO-CRTC-MENU-EXIT
             WHEN 'A'
               PERFORM DO-ACRP-MENU THRU DO-ACRP-MENU-EXIT
             WHEN 'V'
               PERFORM DO-LEAVE-INQUIRE THRU DO-LEAVE-INQUIRE-EXIT
             WHEN 'E'
               PERFORM DO-TRSN-MENU THRU DO-TRSN-MENU-EXIT
             WHEN 'G'
               PERFORM DO-EMPN-MENU THRU DO-EMPN-MENU-EXIT
             WHEN '0'
               SET WS-MENU-IS-DONE TO TRUE
             WHEN SPACE
           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-ADD TO TRUE
           SET CPY-PROV-ONLINE TO TRUE
           MOVE WS-OPER-ID TO CPY-PROV-ORIGIN

           DISPLAY "LEAVE EMPNO BLANK FOR THE NEXT FREE NUMBER"
           PERFORM ACCEPT-EMP-FIELDS THRU ACCEPT-EMP-FIELDS-EXIT
           DISPLAY "ENTER REQUISITION NO: " WITH NO ADVANCING
           ACCEPT CPY-REQNO
           PERFORM VALIDATE-EMP-FIELDS THRU VALIDATE-EMP-FIELDS-EXIT

           IF WS-RECORD-INVALID
               SET CPY-EMPLOYEE-FAIL TO TRUE
               SET CPY-EMP-INVALID-DATA TO TRUE
           ELSE
               PERFORM CHECK-ADD-REQUISITION
                  THRU CHECK-ADD-REQUISITION-EXIT
               IF WS-REQN-BAD
                   SET CPY-EMPLOYEE-FAIL TO TRUE
               ELSE
                   IF CPY-EMPNO = SPACES
                       PERFORM ASSIGN-NEXT-EMPNO
                          THRU ASSIGN-NEXT-EMPNO-EXIT
                   END-IF
                   IF NOT CPY-EMPLOYEE-FAIL
                   CALL WS-ADD-PGM
                      USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
                   IF CPY-EMP-NOT-REHIRABLE
                       PERFORM OFFER-REHIRE-OVERRIDE
                          THRU OFFER-REHIRE-OVERRIDE-EXIT
                   END-IF
                   IF CPY-EMPLOYEE-SUCCESS AND WS-REQN-OK
                       PERFORM FILL-ADD-REQUISITION
                          THRU FILL-ADD-REQUISITION-EXIT
                   END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM DISPLAY-RESULT THRU DISPLAY-RESULT-EXIT
       DO-ADD-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ASSIGN-NEXT-EMPNO SECTION.
      *>------------------------------------------------------------------------
      *>    the number is drawn only once the ADD has passed its own
      *>    edits and the requisition check; the operator is shown it
      *>    before DB2INSRT is called
           ACCEPT WS-EMPNO-SOURCE
              FROM ENVIRONMENT "DB2ONLN_EMPNO_SOURCE"
           IF WS-EMPNO-SOURCE = SPACE
               MOVE 'ONLINE' TO WS-EMPNO-SOURCE
           END-IF

           INITIALIZE CPY-EMPNO-ALLOC
           SET CPY-EMPN-ALLOCATE TO TRUE
           MOVE WS-EMPNO-SOURCE TO CPY-EMPN-SOURCE
           MOVE 'DB2ONLN'       TO CPY-EMPN-REQ-PGM
           STRING "ONLINE ADD BY " WS-OPER-ID
                  DELIMITED BY SIZE INTO CPY-EMPN-REFERENCE
           CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL

           IF CPY-EMPN-SUCCESS
               MOVE CPY-EMPN-EMPNO TO CPY-EMPNO
               DISPLAY "DB2ONLN: NEW EMPNO ASSIGNED : " CPY-EMPNO
               GO TO ASSIGN-NEXT-EMPNO-EXIT
           END-IF

           EVALUATE TRUE
             WHEN CPY-EMPN-NOT-FOUND
             WHEN CPY-EMPN-NO-MASTER
               DISPLAY "DB2ONLN: NO EMPNO RANGE FOR " WS-EMPNO-SOURCE
                  " - KEY THE EMPNO"
             WHEN CPY-EMPN-EXHAUSTED
               DISPLAY "DB2ONLN: EMPNO RANGE USED UP - KEY THE EMPNO"
             WHEN OTHER
               DISPLAY "DB2ONLN: NO EMPNO COULD BE ASSIGNED"
           END-EVALUATE
           SET CPY-EMPLOYEE-FAIL TO TRUE
           SET CPY-EMP-INVALID-DATA TO TRUE
          .
       ASSIGN-NEXT-EMPNO-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       OFFER-REHIRE-OVERRIDE SECTION.
      *>------------------------------------------------------------------------
      *>    the former employee left for a reason that bars a rehire;
      *>    only a supervisor may let the ADD through, and the ADD then
      *>    goes again carrying the override, with the supervisor's ID
      *>    already on it as the origin
           IF NOT WS-ROLE-SUPERVISOR
               DISPLAY "DB2ONLN: NOT ELIGIBLE FOR REHIRE - A SUPERVISOR"
                  " MUST KEY THIS ADD"
               GO TO OFFER-REHIRE-OVERRIDE-EXIT
           END-IF

           DISPLAY "OVERRIDE THE REHIRE BAR (Y/N): " WITH NO ADVANCING
           ACCEPT WS-OVERRIDE-REPLY
           IF WS-OVERRIDE-REPLY NOT = 'Y'
               GO TO OFFER-REHIRE-OVERRIDE-EXIT
           END-IF

           SET CPY-REHIRE-OVERRIDDEN TO TRUE
           MOVE SPACE TO CPY-EMP-STATUS
           MOVE SPACE TO CPY-EMP-REASON
           CALL WS-ADD-PGM
              USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
          .
       OFFER-REHIRE-OVERRIDE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-UPDATE SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-UPDATE TO TRUE
           SET CPY-PROV-ONLINE TO TRUE
           MOVE WS-OPER-ID TO CPY-PROV-ORIGIN

           PERFORM ACCEPT-EMP-FIELDS THRU ACCEPT-EMP-FIELDS-EXIT
           PERFORM VALIDATE-EMP-FIELDS THRU VALIDATE-EMP-FIELDS-EXIT
               SET CPY-EMPLOYEE-FAIL TO TRUE
               SET CPY-EMP-INVALID-DATA TO TRUE
           ELSE
               PERFORM CAPTURE-BEFORE-IMAGE
                  THRU CAPTURE-BEFORE-IMAGE-EXIT
               CALL WS-UPDATE-PGM
                  USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
           END-IF
       DO-UPDATE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CAPTURE-BEFORE-IMAGE SECTION.
      *>------------------------------------------------------------------------
      *>    the department and salary the UPDATE is about to replace,
      *>    read back through DB2FETCH's called row-interface
           MOVE 'N' TO WS-BEF-HELD-SW
           MOVE CPY-EMPLOYEE TO WS-BEF-SAVE-IMAGE

           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-FETCH-ROW TO TRUE
           MOVE WS-BEF-SAVE-IMAGE (6:6) TO CPY-EMPNO

           INITIALIZE CPY-FETCH-ROW
           SET CPY-FR-OPEN TO TRUE
           CALL "DB2FETCH"
              USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL

           IF CPY-FR-SUCCESS
               SET CPY-FR-NEXT TO TRUE
               CALL "DB2FETCH"
                  USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
               IF CPY-FR-SUCCESS
                   MOVE CPY-FR-ROW TO EXT-EMPLOYEE-REC
                   IF EXT-EMPNO = WS-BEF-SAVE-IMAGE (6:6)
                       SET WS-BEF-HELD TO TRUE
                       MOVE EXT-WORKDEPT  TO WS-BEF-WORKDEPT
                       MOVE CPY-FR-SALARY TO WS-BEF-SALARY
                   END-IF
               END-IF

               SET CPY-FR-CLOSE TO TRUE
               CALL "DB2FETCH"
                  USING CPY-EMPLOYEE CPY-FETCH-ROW END-CALL
           END-IF

           MOVE WS-BEF-SAVE-IMAGE TO CPY-EMPLOYEE
          .
       CAPTURE-BEFORE-IMAGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       VALIDATE-EMP-FIELDS SECTION.
      *>------------------------------------------------------------------------
           INITIALIZE CPY-EMPLOYEE
           SET CPY-REC-TRANSACTION TO TRUE
           SET CPY-EMPLOYEE-DELETE TO TRUE
           SET CPY-PROV-ONLINE TO TRUE
           MOVE WS-OPER-ID TO CPY-PROV-ORIGIN

           DISPLAY "ENTER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-EMPNO
           DISPLAY "ENTER TERMINATION REASON CODE: " WITH NO ADVANCING
           ACCEPT CPY-TERM-REASON

      *>    the reason is looked up first so the operator sees what
      *>    it means; one not on the master is refused here, and a
      *>    shop without the master yet lets it through unchecked
           INITIALIZE CPY-TERMRSN-REC
           SET CPY-TRSN-SELECT TO TRUE
           MOVE CPY-TERM-REASON TO CPY-TRSN-CODE
           CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL

           IF CPY-TRSN-SUCCESS OR CPY-TRSN-NO-MASTER
               IF CPY-TRSN-SUCCESS
                   DISPLAY "DB2ONLN: REASON " CPY-TRSN-CODE " - "
                      CPY-TRSN-DESC " (CLASS " CPY-TRSN-CLASS
                      ", REHIRE " CPY-TRSN-REHIRE-SW ")"
               END-IF
               CALL WS-DELETE-PGM
                  USING CPY-EMPLOYEE WS-COMMIT-SW END-CALL
           ELSE
               SET CPY-EMPLOYEE-FAIL TO TRUE
               SET CPY-EMP-BAD-TERM-REASON TO TRUE
           END-IF

           PERFORM DISPLAY-RESULT THRU DISPLAY-RESULT-EXIT
          .
               DISPLAY "DB2ONLN: EMPNO ALREADY ON FILE"
             WHEN CPY-EMP-INVALID-DATA
               DISPLAY "DB2ONLN: INVALID INPUT DATA"
             WHEN CPY-EMP-NOT-REHIRABLE
               DISPLAY "DB2ONLN: NOT ELIGIBLE FOR REHIRE"
             WHEN CPY-EMP-BAD-TERM-REASON
               DISPLAY "DB2ONLN: TERMINATION REASON NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: TRANSACTION FAILED"
           END-EVALUATE
           MOVE 'N' TO WS-BEF-HELD-SW
          .
       DISPLAY-RESULT-EXIT.
          EXIT.
               DISPLAY "DB2ONLN: SALARY     : " CPY-HIST-SALARY
               DISPLAY "DB2ONLN: BONUS      : " CPY-HIST-BONUS
               DISPLAY "DB2ONLN: COMM       : " CPY-HIST-COMM
               DISPLAY "DB2ONLN: TERM REASON: " CPY-HIST-TERM-REASON
             WHEN CPY-HIST-NOT-FOUND
               DISPLAY "DB2ONLN: EMPNO NOT ON HISTORY STORE"
             WHEN OTHER
       PARSE-LIST-NUMBER-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-TIMELINE SECTION.
      *>------------------------------------------------------------------------
      *>    everything on record for one EMPNO, oldest first, gathered
      *>    by DB2TMLN from every store and paged like the name search
           INITIALIZE CPY-TIMELINE
           SET CPY-TML-BUILD TO TRUE

           DISPLAY "ENTER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-TML-EMPNO

           CALL "DB2TMLN" USING CPY-TIMELINE END-CALL

           EVALUATE TRUE
             WHEN CPY-TML-SUCCESS
               CONTINUE
             WHEN CPY-TML-NOT-FOUND
               DISPLAY "DB2ONLN: NOTHING ON RECORD FOR THAT EMPNO"
               GO TO DO-TIMELINE-EXIT
             WHEN OTHER
               DISPLAY "DB2ONLN: TIMELINE INQUIRY FAILED"
               GO TO DO-TIMELINE-EXIT
           END-EVALUATE

           IF CPY-TML-OVERFLOW
               DISPLAY "DB2ONLN: MORE HISTORY THAN ONE LIST HOLDS - "
                  "ONLY " CPY-TML-MAX " EVENTS ARE SHOWN"
           END-IF

           MOVE 1 TO WS-PAGE-START
           MOVE 'N' TO WS-LIST-DONE-SW
           PERFORM SHOW-TIMELINE-PAGE THRU SHOW-TIMELINE-PAGE-EXIT
              UNTIL WS-LIST-DONE
          .
       DO-TIMELINE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       SHOW-TIMELINE-PAGE SECTION.
      *>------------------------------------------------------------------------
           COMPUTE WS-LIST-END = WS-PAGE-START + WS-PAGE-SIZE - 1
           IF WS-LIST-END > CPY-TML-COUNT
               MOVE CPY-TML-COUNT TO WS-LIST-END
           END-IF

           DISPLAY " "
           DISPLAY "DB2ONLN: HISTORY OF " CPY-TML-EMPNO " - EVENTS "
              WS-PAGE-START " - " WS-LIST-END " OF " CPY-TML-COUNT
           DISPLAY "DATE     SOURCE   EVENT"

           PERFORM VARYING WS-LIST-POS FROM WS-PAGE-START BY 1
              UNTIL WS-LIST-POS > WS-LIST-END
               SET CPY-TML-IDX TO WS-LIST-POS
               DISPLAY CPY-TML-DATE (CPY-TML-IDX)
                  " " CPY-TML-SOURCE (CPY-TML-IDX)
                  " " CPY-TML-TEXT (CPY-TML-IDX)
           END-PERFORM

           DISPLAY "F=FORWARD  B=BACK  X=DONE: " WITH NO ADVANCING
           ACCEPT WS-LIST-CHOICE

           EVALUATE WS-LIST-CHOICE
             WHEN 'F'
               IF WS-LIST-END < CPY-TML-COUNT
                   COMPUTE WS-PAGE-START =
                       WS-PAGE-START + WS-PAGE-SIZE
               ELSE
                   DISPLAY "DB2ONLN: ALREADY ON THE LAST PAGE"
               END-IF
             WHEN 'B'
               IF WS-PAGE-START > WS-PAGE-SIZE
                   COMPUTE WS-PAGE-START =
                       WS-PAGE-START - WS-PAGE-SIZE
               ELSE
                   MOVE 1 TO WS-PAGE-START
               END-IF
             WHEN 'X'
               SET WS-LIST-DONE TO TRUE
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       SHOW-TIMELINE-PAGE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-INQUIRE SECTION.
      *>------------------------------------------------------------------------
           MOVE CPY-WORKDEPT      TO EVT-WORKDEPT
           MOVE CPY-JOB           TO EVT-JOB
           MOVE CPY-SALARY        TO EVT-SALARY
           MOVE CPY-PROV-CODE     TO EVT-PROV-CODE
           MOVE CPY-PROV-ORIGIN   TO EVT-PROV-ORIGIN
           IF WS-BEF-HELD
               MOVE WS-BEF-WORKDEPT TO EVT-OLD-WORKDEPT
               MOVE WS-BEF-SALARY   TO EVT-OLD-SALARY
           ELSE
               MOVE 0               TO EVT-OLD-SALARY
           END-IF
           MOVE CPY-SALARY        TO EVT-NEW-SALARY
           STRING CPY-HIREDATE-TO (1:4) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (6:2) DELIMITED BY SIZE
                  CPY-HIREDATE-TO (9:2) DELIMITED BY SIZE
                  INTO EVT-EFF-DATE
           END-STRING
           IF EVT-EFF-DATE NOT NUMERIC
               MOVE WS-EVT-DATE   TO EVT-EFF-DATE
           END-IF
           WRITE EVENT-RECORD
           CLOSE EVENT-FILE
           .
       DISPLAY-ESTA-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-PRAT-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; the maintenance selections
      *>    are gated by the employee-maintenance role, with denials
      *>    logged the same way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = RECORD PERFORMANCE RATING"
           DISPLAY "2 = CHANGE PERFORMANCE RATING"
           DISPLAY "3 = REMOVE PERFORMANCE RATING"
           DISPLAY "4 = INQUIRE PERFORMANCE RATING"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-PRAT-CHOICE

           IF (WS-PRAT-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-EMP-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR RATING"
                  " MAINTENANCE"
               MOVE "DENIED RATING MAINTENANCE" TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-PRAT-MENU-EXIT
           END-IF

      *>    the merit planning run reads the rating store - rating
      *>    maintenance waits for the batch lock the same as the
      *>    other maintenance options; inquiry goes through
           IF WS-PRAT-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-PRAT-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-PERFRATE-REC

           EVALUATE WS-PRAT-CHOICE
             WHEN '1'
               SET CPY-PRAT-ADD TO TRUE
               PERFORM ACCEPT-PRAT-FIELDS THRU ACCEPT-PRAT-FIELDS-EXIT
               IF CPY-PRAT-RATING-VALID
                   CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL
                   PERFORM DISPLAY-PRAT-RESULT
                      THRU DISPLAY-PRAT-RESULT-EXIT
               ELSE
                   DISPLAY "DB2ONLN: RATING MUST BE 1 TO 5"
               END-IF
             WHEN '2'
               SET CPY-PRAT-UPDATE TO TRUE
               PERFORM ACCEPT-PRAT-FIELDS THRU ACCEPT-PRAT-FIELDS-EXIT
               IF CPY-PRAT-RATING-VALID
                   CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL
                   PERFORM DISPLAY-PRAT-RESULT
                      THRU DISPLAY-PRAT-RESULT-EXIT
               ELSE
                   DISPLAY "DB2ONLN: RATING MUST BE 1 TO 5"
               END-IF
             WHEN '3'
               SET CPY-PRAT-DELETE TO TRUE
               PERFORM ACCEPT-PRAT-KEY THRU ACCEPT-PRAT-KEY-EXIT
               CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL
               PERFORM DISPLAY-PRAT-RESULT
                  THRU DISPLAY-PRAT-RESULT-EXIT
             WHEN '4'
               SET CPY-PRAT-SELECT TO TRUE
               PERFORM ACCEPT-PRAT-KEY THRU ACCEPT-PRAT-KEY-EXIT
               CALL WS-PRAT-PGM USING CPY-PERFRATE-REC END-CALL
               IF CPY-PRAT-SUCCESS
                   DISPLAY "DB2ONLN: EMPNO       : " CPY-PRAT-EMPNO
                   DISPLAY "DB2ONLN: REVIEW YEAR : " CPY-PRAT-YEAR
                   DISPLAY "DB2ONLN: RATING      : " CPY-PRAT-RATING
                   DISPLAY "DB2ONLN: REVIEWED ON : "
                      CPY-PRAT-REVIEW-DATE
                   DISPLAY "DB2ONLN: REVIEWER    : "
                      CPY-PRAT-REVIEWER
               ELSE
                   PERFORM DISPLAY-PRAT-RESULT
                      THRU DISPLAY-PRAT-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-PRAT-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-PRAT-KEY SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-PRAT-EMPNO
           DISPLAY "ENTER REVIEW YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT CPY-PRAT-YEAR
          .
       ACCEPT-PRAT-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-PRAT-FIELDS SECTION.
      *>------------------------------------------------------------------------
           PERFORM ACCEPT-PRAT-KEY THRU ACCEPT-PRAT-KEY-EXIT
           DISPLAY "ENTER RATING (1 LOW - 5 HIGH): " WITH NO ADVANCING
           ACCEPT CPY-PRAT-RATING
           DISPLAY "ENTER REVIEW DATE (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT CPY-PRAT-REVIEW-DATE
           DISPLAY "ENTER REVIEWER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-PRAT-REVIEWER
          .
       ACCEPT-PRAT-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-PRAT-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-PRAT-SUCCESS
               DISPLAY "DB2ONLN: RATING TRANSACTION SUCCESSFUL"
             WHEN CPY-PRAT-NOT-FOUND
               DISPLAY "DB2ONLN: NO RATING ON FILE FOR EMPNO/YEAR"
             WHEN CPY-PRAT-DUPLICATE
               DISPLAY "DB2ONLN: RATING ALREADY ON FILE FOR EMPNO/YEAR"
             WHEN CPY-PRAT-NO-MASTER
               DISPLAY "DB2ONLN: RATING STORE NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: RATING TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-PRAT-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ADD-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the same requisition check DB2CRU1 makes on a batch ADD:
      *>    on file, still open, and for this department and job
           SET WS-REQN-OK TO TRUE

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
               DISPLAY "DB2ONLN: NO REQUISITION STORE ON FILE -"
                  " REQUISITION CHECK BYPASSED"
             WHEN CPY-REQN-NOT-OPEN
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2ONLN: REQUISITION " CPY-REQNO
                  " IS ALREADY FILLED OR CANCELLED"
             WHEN CPY-REQN-MISMATCH
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2ONLN: REQUISITION " CPY-REQNO
                  " IS FOR DEPT " CPY-REQN-WORKDEPT
                  " JOB " CPY-REQN-JOB
             WHEN OTHER
               SET WS-REQN-BAD TO TRUE
               DISPLAY "DB2ONLN: REQUISITION [" CPY-REQNO
                  "] NOT ON FILE"
           END-EVALUATE
          .
       CHECK-ADD-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       FILL-ADD-REQUISITION SECTION.
      *>------------------------------------------------------------------------
      *>    the employee is on file - the requisition is marked filled
      *>    with the EMPNO; a salary outside its approved range is
      *>    pointed out but stands, as it does in the batch driver
           IF CPY-REQN-NO-MASTER
               GO TO FILL-ADD-REQUISITION-EXIT
           END-IF

           ACCEPT WS-REQN-TODAY FROM DATE YYYYMMDD

           INITIALIZE CPY-REQUISITION-REC
           SET CPY-REQN-FILL TO TRUE
           MOVE CPY-REQNO     TO CPY-REQN-NO
           MOVE CPY-WORKDEPT  TO CPY-REQN-WORKDEPT
           MOVE CPY-JOB       TO CPY-REQN-JOB
           MOVE CPY-EMPNO     TO CPY-REQN-FILLED-EMPNO
           MOVE WS-REQN-TODAY TO CPY-REQN-FILLED-DATE
           CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL

           IF CPY-REQN-SUCCESS
               DISPLAY "DB2ONLN: REQUISITION " CPY-REQNO
                  " MARKED FILLED BY EMPNO " CPY-EMPNO
               IF CPY-REQN-MAX-SALARY > 0
               AND (CPY-SALARY < CPY-REQN-MIN-SALARY
                 OR CPY-SALARY > CPY-REQN-MAX-SALARY)
                   DISPLAY "DB2ONLN: NOTE - SALARY IS OUTSIDE THE"
                      " RANGE APPROVED ON THE REQUISITION"
               END-IF
           ELSE
               DISPLAY "DB2ONLN: *** REQUISITION " CPY-REQNO
                  " COULD NOT BE MARKED FILLED - REASON "
                  CPY-REQN-REASON " ***"
           END-IF
          .
       FILL-ADD-REQUISITION-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-REQN-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; opening, changing (or
      *>    cancelling) and removing requisitions are gated by the
      *>    master-data role, with denials logged the way the main
      *>    menu logs them
           DISPLAY " "
           DISPLAY "1 = OPEN NEW REQUISITION"
           DISPLAY "2 = CHANGE/CANCEL/REOPEN REQUISITION"
           DISPLAY "3 = REMOVE REQUISITION"
           DISPLAY "4 = INQUIRE REQUISITION"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-REQN-CHOICE

           IF (WS-REQN-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR REQUISITION"
                  " MAINTENANCE"
               MOVE "DENIED REQUISITION MAINTENANCE" TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-REQN-MENU-EXIT
           END-IF

      *>    the batch driver fills requisitions as it adds - the
      *>    maintenance waits for its lock like the other options
           IF WS-REQN-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-REQN-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-REQUISITION-REC

           EVALUATE WS-REQN-CHOICE
             WHEN '1'
               SET CPY-REQN-ADD TO TRUE
               PERFORM ACCEPT-REQN-FIELDS THRU ACCEPT-REQN-FIELDS-EXIT
               IF CPY-REQN-MIN-SALARY > CPY-REQN-MAX-SALARY
                   DISPLAY "DB2ONLN: MINIMUM IS ABOVE MAXIMUM"
               ELSE
                   CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL
                   PERFORM DISPLAY-REQN-RESULT
                      THRU DISPLAY-REQN-RESULT-EXIT
               END-IF
             WHEN '2'
               SET CPY-REQN-UPDATE TO TRUE
               PERFORM ACCEPT-REQN-FIELDS THRU ACCEPT-REQN-FIELDS-EXIT
               DISPLAY "ENTER STATE (O=OPEN C=CANCELLED): "
                  WITH NO ADVANCING
               ACCEPT CPY-REQN-STATE
               IF CPY-REQN-MIN-SALARY > CPY-REQN-MAX-SALARY
                   DISPLAY "DB2ONLN: MINIMUM IS ABOVE MAXIMUM"
               ELSE
               IF NOT CPY-REQN-OPEN AND NOT CPY-REQN-CANCELLED
                   DISPLAY "DB2ONLN: STATE MUST BE O OR C"
               ELSE
                   CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL
                   PERFORM DISPLAY-REQN-RESULT
                      THRU DISPLAY-REQN-RESULT-EXIT
               END-IF
               END-IF
             WHEN '3'
               SET CPY-REQN-DELETE TO TRUE
               DISPLAY "ENTER REQUISITION NO: " WITH NO ADVANCING
               ACCEPT CPY-REQN-NO
               CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL
               PERFORM DISPLAY-REQN-RESULT
                  THRU DISPLAY-REQN-RESULT-EXIT
             WHEN '4'
               SET CPY-REQN-SELECT TO TRUE
               DISPLAY "ENTER REQUISITION NO: " WITH NO ADVANCING
               ACCEPT CPY-REQN-NO
               CALL WS-REQN-PGM USING CPY-REQUISITION-REC END-CALL
               IF CPY-REQN-SUCCESS
                   DISPLAY "DB2ONLN: REQUISITION : " CPY-REQN-NO
                   DISPLAY "DB2ONLN: WORKDEPT    : " CPY-REQN-WORKDEPT
                   DISPLAY "DB2ONLN: JOB         : " CPY-REQN-JOB
                   DISPLAY "DB2ONLN: SALARY MIN  : "
                      CPY-REQN-MIN-SALARY
                   DISPLAY "DB2ONLN: SALARY MAX  : "
                      CPY-REQN-MAX-SALARY
                   DISPLAY "DB2ONLN: APPROVED ON : "
                      CPY-REQN-APPR-DATE
                   DISPLAY "DB2ONLN: STATE       : " CPY-REQN-STATE
                      " (O=OPEN F=FILLED C=CANCELLED)"
                   IF CPY-REQN-FILLED
                       DISPLAY "DB2ONLN: FILLED BY   : "
                          CPY-REQN-FILLED-EMPNO " ON "
                          CPY-REQN-FILLED-DATE
                   END-IF
               ELSE
                   PERFORM DISPLAY-REQN-RESULT
                      THRU DISPLAY-REQN-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-REQN-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-REQN-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER REQUISITION NO: " WITH NO ADVANCING
           ACCEPT CPY-REQN-NO
           DISPLAY "ENTER WORKDEPT: " WITH NO ADVANCING
           ACCEPT CPY-REQN-WORKDEPT
           DISPLAY "ENTER JOB: " WITH NO ADVANCING
           ACCEPT CPY-REQN-JOB
           DISPLAY "ENTER SALARY RANGE MIN: " WITH NO ADVANCING
           ACCEPT CPY-REQN-MIN-SALARY
           DISPLAY "ENTER SALARY RANGE MAX: " WITH NO ADVANCING
           ACCEPT CPY-REQN-MAX-SALARY
           DISPLAY "ENTER APPROVAL DATE (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT CPY-REQN-APPR-DATE
          .
       ACCEPT-REQN-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-REQN-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-REQN-SUCCESS
               DISPLAY "DB2ONLN: REQUISITION TRANSACTION SUCCESSFUL"
             WHEN CPY-REQN-NOT-FOUND
               DISPLAY "DB2ONLN: REQUISITION NOT ON FILE"
             WHEN CPY-REQN-DUPLICATE
               DISPLAY "DB2ONLN: REQUISITION ALREADY ON FILE"
             WHEN CPY-REQN-NO-MASTER
               DISPLAY "DB2ONLN: REQUISITION STORE NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: REQUISITION TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-REQN-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-LOCS-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing locations are gated by the master-data role, with
      *>    denials logged the way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD LOCATION"
           DISPLAY "2 = UPDATE LOCATION"
           DISPLAY "3 = DELETE LOCATION"
           DISPLAY "4 = INQUIRE LOCATION"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-LOCS-CHOICE

           IF (WS-LOCS-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR LOCATION"
                  " MAINTENANCE"
               MOVE "DENIED LOCATION MAINTENANCE" TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-LOCS-MENU-EXIT
           END-IF

           IF WS-LOCS-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-LOCS-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-LOCATION-REC

           EVALUATE WS-LOCS-CHOICE
             WHEN '1'
               SET CPY-LOCS-ADD TO TRUE
               PERFORM ACCEPT-LOCS-FIELDS THRU ACCEPT-LOCS-FIELDS-EXIT
               CALL WS-LOCS-PGM USING CPY-LOCATION-REC END-CALL
               PERFORM DISPLAY-LOCS-RESULT
                  THRU DISPLAY-LOCS-RESULT-EXIT
             WHEN '2'
               SET CPY-LOCS-UPDATE TO TRUE
               PERFORM ACCEPT-LOCS-FIELDS THRU ACCEPT-LOCS-FIELDS-EXIT
               CALL WS-LOCS-PGM USING CPY-LOCATION-REC END-CALL
               PERFORM DISPLAY-LOCS-RESULT
                  THRU DISPLAY-LOCS-RESULT-EXIT
             WHEN '3'
               SET CPY-LOCS-DELETE TO TRUE
               DISPLAY "ENTER LOCATION: " WITH NO ADVANCING
               ACCEPT CPY-LOCS-LOCATION
               CALL WS-LOCS-PGM USING CPY-LOCATION-REC END-CALL
               PERFORM DISPLAY-LOCS-RESULT
                  THRU DISPLAY-LOCS-RESULT-EXIT
             WHEN '4'
               SET CPY-LOCS-SELECT TO TRUE
               DISPLAY "ENTER LOCATION: " WITH NO ADVANCING
               ACCEPT CPY-LOCS-LOCATION
               CALL WS-LOCS-PGM USING CPY-LOCATION-REC END-CALL
               IF CPY-LOCS-SUCCESS
                   DISPLAY "DB2ONLN: LOCATION   : " CPY-LOCS-LOCATION
                   DISPLAY "DB2ONLN: WORK STATE : " CPY-LOCS-STATE
                   DISPLAY "DB2ONLN: DESCRIPTION: " CPY-LOCS-DESC
               ELSE
                   PERFORM DISPLAY-LOCS-RESULT
                      THRU DISPLAY-LOCS-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-LOCS-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-LOCS-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER LOCATION: " WITH NO ADVANCING
           ACCEPT CPY-LOCS-LOCATION
           DISPLAY "ENTER WORK STATE (2-LETTER CODE): "
              WITH NO ADVANCING
           ACCEPT CPY-LOCS-STATE
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT CPY-LOCS-DESC
          .
       ACCEPT-LOCS-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-LOCS-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-LOCS-SUCCESS
               DISPLAY "DB2ONLN: LOCATION TRANSACTION SUCCESSFUL"
             WHEN CPY-LOCS-NOT-FOUND
               DISPLAY "DB2ONLN: LOCATION NOT ON FILE"
             WHEN CPY-LOCS-DUPLICATE
               DISPLAY "DB2ONLN: LOCATION ALREADY ON FILE"
             WHEN CPY-LOCS-NO-MASTER
               DISPLAY "DB2ONLN: LOCATION REFERENCE NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: LOCATION TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-LOCS-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-PCAL-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing pay periods are gated by the master-data role,
      *>    with denials logged the way the main menu logs them.
      *>    Periods close themselves when DB2PAYX sends the pickup
      *>    file; a change here is for correcting the calendar.
           DISPLAY " "
           DISPLAY "1 = ADD PAY PERIOD"
           DISPLAY "2 = UPDATE PAY PERIOD"
           DISPLAY "3 = DELETE PAY PERIOD"
           DISPLAY "4 = INQUIRE PAY PERIOD"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-PCAL-CHOICE

           IF (WS-PCAL-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR PAYROLL CALENDAR"
                  " MAINTENANCE"
               MOVE "DENIED PAYROLL CALENDAR MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-PCAL-MENU-EXIT
           END-IF

           IF WS-PCAL-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-PCAL-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-PAYCAL-REC

           EVALUATE WS-PCAL-CHOICE
             WHEN '1'
               SET CPY-PCAL-ADD TO TRUE
               PERFORM ACCEPT-PCAL-FIELDS THRU ACCEPT-PCAL-FIELDS-EXIT
               CALL WS-PCAL-PGM USING CPY-PAYCAL-REC END-CALL
               PERFORM DISPLAY-PCAL-RESULT
                  THRU DISPLAY-PCAL-RESULT-EXIT
             WHEN '2'
               SET CPY-PCAL-UPDATE TO TRUE
               PERFORM ACCEPT-PCAL-FIELDS THRU ACCEPT-PCAL-FIELDS-EXIT
               CALL WS-PCAL-PGM USING CPY-PAYCAL-REC END-CALL
               PERFORM DISPLAY-PCAL-RESULT
                  THRU DISPLAY-PCAL-RESULT-EXIT
             WHEN '3'
               SET CPY-PCAL-DELETE TO TRUE
               DISPLAY "ENTER PERIOD (YYYYNN): " WITH NO ADVANCING
               ACCEPT CPY-PCAL-PERIOD-ID
               CALL WS-PCAL-PGM USING CPY-PAYCAL-REC END-CALL
               PERFORM DISPLAY-PCAL-RESULT
                  THRU DISPLAY-PCAL-RESULT-EXIT
             WHEN '4'
               SET CPY-PCAL-SELECT TO TRUE
               DISPLAY "ENTER PERIOD (YYYYNN): " WITH NO ADVANCING
               ACCEPT CPY-PCAL-PERIOD-ID
               CALL WS-PCAL-PGM USING CPY-PAYCAL-REC END-CALL
               IF CPY-PCAL-SUCCESS
                   DISPLAY "DB2ONLN: PERIOD     : " CPY-PCAL-PERIOD-ID
                   DISPLAY "DB2ONLN: START DATE : " CPY-PCAL-START-DATE
                   DISPLAY "DB2ONLN: END DATE   : " CPY-PCAL-END-DATE
                   DISPLAY "DB2ONLN: CUTOFF DATE: " CPY-PCAL-CUTOFF-DATE
                   DISPLAY "DB2ONLN: PER YEAR   : " CPY-PCAL-PER-YEAR
                   IF CPY-PCAL-CLOSED
                       DISPLAY "DB2ONLN: STATUS     : CLOSED "
                          CPY-PCAL-CLOSED-DATE
                   ELSE
                       DISPLAY "DB2ONLN: STATUS     : OPEN"
                   END-IF
               ELSE
                   PERFORM DISPLAY-PCAL-RESULT
                      THRU DISPLAY-PCAL-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-PCAL-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-PCAL-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER PERIOD (YYYYNN): " WITH NO ADVANCING
           ACCEPT CPY-PCAL-PERIOD-ID
           DISPLAY "ENTER START DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CPY-PCAL-START-DATE
           DISPLAY "ENTER END DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CPY-PCAL-END-DATE
           DISPLAY "ENTER CUTOFF DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CPY-PCAL-CUTOFF-DATE
           DISPLAY "ENTER PERIODS PER YEAR (12/24/26/52): "
              WITH NO ADVANCING
           ACCEPT CPY-PCAL-PER-YEAR
           DISPLAY "ENTER STATUS (O=OPEN C=CLOSED, BLANK=UNCHANGED): "
              WITH NO ADVANCING
           ACCEPT CPY-PCAL-CLOSED-FLAG
           IF CPY-PCAL-CLOSED
               DISPLAY "ENTER CLOSED DATE (YYYYMMDD): "
                  WITH NO ADVANCING
               ACCEPT CPY-PCAL-CLOSED-DATE
           END-IF
          .
       ACCEPT-PCAL-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-PCAL-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-PCAL-SUCCESS
               DISPLAY "DB2ONLN: PAY PERIOD TRANSACTION SUCCESSFUL"
             WHEN CPY-PCAL-NOT-FOUND
               DISPLAY "DB2ONLN: PAY PERIOD NOT ON FILE"
             WHEN CPY-PCAL-DUPLICATE
               DISPLAY "DB2ONLN: PAY PERIOD ALREADY ON FILE"
             WHEN CPY-PCAL-NO-MASTER
               DISPLAY "DB2ONLN: PAYROLL CALENDAR NOT ON FILE"
             WHEN CPY-PCAL-ERROR
               DISPLAY "DB2ONLN: PAY PERIOD DATES OR FREQUENCY INVALID"
             WHEN OTHER
               DISPLAY "DB2ONLN: PAY PERIOD TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-PCAL-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-CERT-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; recording, renewing and
      *>    removing an employee's certifications are gated by the
      *>    employee-maintenance role, with denials logged the way the
      *>    main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD CERTIFICATION"
           DISPLAY "2 = UPDATE/RENEW CERTIFICATION"
           DISPLAY "3 = DELETE CERTIFICATION"
           DISPLAY "4 = INQUIRE CERTIFICATION"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-CERT-CHOICE

           IF (WS-CERT-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-EMP-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR CERTIFICATION"
                  " MAINTENANCE"
               MOVE "DENIED CERTIFICATION MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-CERT-MENU-EXIT
           END-IF

      *>    the certification batch load rewrites the same store -
      *>    maintenance waits for the batch lock like the other options
           IF WS-CERT-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-CERT-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-CERT-REC

           EVALUATE WS-CERT-CHOICE
             WHEN '1'
               SET CPY-CERT-ADD TO TRUE
               PERFORM ACCEPT-CERT-FIELDS THRU ACCEPT-CERT-FIELDS-EXIT
               CALL WS-CERT-PGM USING CPY-CERT-REC END-CALL
               PERFORM DISPLAY-CERT-RESULT
                  THRU DISPLAY-CERT-RESULT-EXIT
             WHEN '2'
               SET CPY-CERT-UPDATE TO TRUE
               PERFORM ACCEPT-CERT-FIELDS THRU ACCEPT-CERT-FIELDS-EXIT
               CALL WS-CERT-PGM USING CPY-CERT-REC END-CALL
               PERFORM DISPLAY-CERT-RESULT
                  THRU DISPLAY-CERT-RESULT-EXIT
             WHEN '3'
               SET CPY-CERT-DELETE TO TRUE
               PERFORM ACCEPT-CERT-KEY THRU ACCEPT-CERT-KEY-EXIT
               CALL WS-CERT-PGM USING CPY-CERT-REC END-CALL
               PERFORM DISPLAY-CERT-RESULT
                  THRU DISPLAY-CERT-RESULT-EXIT
             WHEN '4'
               SET CPY-CERT-SELECT TO TRUE
               PERFORM ACCEPT-CERT-KEY THRU ACCEPT-CERT-KEY-EXIT
               CALL WS-CERT-PGM USING CPY-CERT-REC END-CALL
               IF CPY-CERT-SUCCESS
                   DISPLAY "DB2ONLN: EMPNO      : " CPY-CERT-EMPNO
                   DISPLAY "DB2ONLN: CERT CODE  : " CPY-CERT-CODE
                   DISPLAY "DB2ONLN: ISSUED     : " CPY-CERT-ISSUE-DATE
                   IF CPY-CERT-EXPIRY-DATE = 0
                       DISPLAY "DB2ONLN: EXPIRES    : NEVER"
                   ELSE
                       DISPLAY "DB2ONLN: EXPIRES    : "
                          CPY-CERT-EXPIRY-DATE
                   END-IF
                   DISPLAY "DB2ONLN: ISSUED BY  : " CPY-CERT-ISSUER
               ELSE
                   PERFORM DISPLAY-CERT-RESULT
                      THRU DISPLAY-CERT-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-CERT-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-CERT-KEY SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-CERT-EMPNO
           DISPLAY "ENTER CERTIFICATION CODE: " WITH NO ADVANCING
           ACCEPT CPY-CERT-CODE
          .
       ACCEPT-CERT-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-CERT-FIELDS SECTION.
      *>------------------------------------------------------------------------
           PERFORM ACCEPT-CERT-KEY THRU ACCEPT-CERT-KEY-EXIT
           DISPLAY "ENTER ISSUE DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CPY-CERT-ISSUE-DATE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, 0=FROM CODE): "
              WITH NO ADVANCING
           ACCEPT CPY-CERT-EXPIRY-DATE
           DISPLAY "ENTER ISSUING BODY (BLANK=FROM CODE): "
              WITH NO ADVANCING
           ACCEPT CPY-CERT-ISSUER
          .
       ACCEPT-CERT-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-CERT-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-CERT-SUCCESS
               DISPLAY "DB2ONLN: CERTIFICATION TRANSACTION SUCCESSFUL"
               IF CPY-CERT-ADD OR CPY-CERT-UPDATE
                   DISPLAY "DB2ONLN: EXPIRES    : "
                      CPY-CERT-EXPIRY-DATE
               END-IF
             WHEN CPY-CERT-NOT-FOUND
               DISPLAY "DB2ONLN: CERTIFICATION NOT ON FILE"
             WHEN CPY-CERT-DUPLICATE
               DISPLAY "DB2ONLN: CERTIFICATION ALREADY ON FILE"
             WHEN CPY-CERT-NO-MASTER
               DISPLAY "DB2ONLN: CERTIFICATION STORE NOT ON FILE"
             WHEN CPY-CERT-UNKNOWN-CODE
               DISPLAY "DB2ONLN: CERTIFICATION CODE NOT ON THE"
                  " REFERENCE"
             WHEN CPY-CERT-ERROR
               DISPLAY "DB2ONLN: CERTIFICATION DATES INVALID"
             WHEN OTHER
               DISPLAY "DB2ONLN: CERTIFICATION TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-CERT-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-CRTC-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing certification codes are gated by the master-data
      *>    role, with denials logged the way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD CERTIFICATION CODE"
           DISPLAY "2 = UPDATE CERTIFICATION CODE"
           DISPLAY "3 = DELETE CERTIFICATION CODE"
           DISPLAY "4 = INQUIRE CERTIFICATION CODE"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-CRTC-CHOICE

           IF (WS-CRTC-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR CERTIFICATION CODE"
                  " MAINTENANCE"
               MOVE "DENIED CERTIFICATION CODE MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-CRTC-MENU-EXIT
           END-IF

           IF WS-CRTC-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-CRTC-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-CERTCODE-REC

           EVALUATE WS-CRTC-CHOICE
             WHEN '1'
               SET CPY-CRTC-ADD TO TRUE
               PERFORM ACCEPT-CRTC-FIELDS THRU ACCEPT-CRTC-FIELDS-EXIT
               CALL WS-CRTC-PGM USING CPY-CERTCODE-REC END-CALL
               PERFORM DISPLAY-CRTC-RESULT
                  THRU DISPLAY-CRTC-RESULT-EXIT
             WHEN '2'
               SET CPY-CRTC-UPDATE TO TRUE
               PERFORM ACCEPT-CRTC-FIELDS THRU ACCEPT-CRTC-FIELDS-EXIT
               CALL WS-CRTC-PGM USING CPY-CERTCODE-REC END-CALL
               PERFORM DISPLAY-CRTC-RESULT
                  THRU DISPLAY-CRTC-RESULT-EXIT
             WHEN '3'
               SET CPY-CRTC-DELETE TO TRUE
               DISPLAY "ENTER CERTIFICATION CODE: " WITH NO ADVANCING
               ACCEPT CPY-CRTC-CODE
               CALL WS-CRTC-PGM USING CPY-CERTCODE-REC END-CALL
               PERFORM DISPLAY-CRTC-RESULT
                  THRU DISPLAY-CRTC-RESULT-EXIT
             WHEN '4'
               SET CPY-CRTC-SELECT TO TRUE
               DISPLAY "ENTER CERTIFICATION CODE: " WITH NO ADVANCING
               ACCEPT CPY-CRTC-CODE
               CALL WS-CRTC-PGM USING CPY-CERTCODE-REC END-CALL
               IF CPY-CRTC-SUCCESS
                   DISPLAY "DB2ONLN: CERT CODE  : " CPY-CRTC-CODE
                   DISPLAY "DB2ONLN: DESCRIPTION: " CPY-CRTC-DESC
                   DISPLAY "DB2ONLN: ISSUED BY  : " CPY-CRTC-ISSUER
                   DISPLAY "DB2ONLN: VALID FOR  : "
                      CPY-CRTC-VALID-MONTHS " MONTHS (0=NO EXPIRY)"
                   DISPLAY "DB2ONLN: REQUIRED BY: "
                      CPY-CRTC-REQ-JOB (1) " " CPY-CRTC-REQ-JOB (2)
                      " " CPY-CRTC-REQ-JOB (3) " "
                      CPY-CRTC-REQ-JOB (4) " " CPY-CRTC-REQ-JOB (5)
               ELSE
                   PERFORM DISPLAY-CRTC-RESULT
                      THRU DISPLAY-CRTC-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-CRTC-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-CRTC-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER CERTIFICATION CODE: " WITH NO ADVANCING
           ACCEPT CPY-CRTC-CODE
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT CPY-CRTC-DESC
           DISPLAY "ENTER USUAL ISSUING BODY: " WITH NO ADVANCING
           ACCEPT CPY-CRTC-ISSUER
           DISPLAY "ENTER MONTHS VALID (0=NO EXPIRY): "
              WITH NO ADVANCING
           ACCEPT CPY-CRTC-VALID-MONTHS
           PERFORM VARYING WS-CRTC-JOB-IDX FROM 1 BY 1
              UNTIL WS-CRTC-JOB-IDX > 5
               DISPLAY "ENTER JOB REQUIRING IT " WS-CRTC-JOB-IDX
                  " (BLANK=NONE): " WITH NO ADVANCING
               ACCEPT CPY-CRTC-REQ-JOB (WS-CRTC-JOB-IDX)
           END-PERFORM
          .
       ACCEPT-CRTC-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-CRTC-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-CRTC-SUCCESS
               DISPLAY "DB2ONLN: CERTIFICATION CODE TRANSACTION"
                  " SUCCESSFUL"
             WHEN CPY-CRTC-NOT-FOUND
               DISPLAY "DB2ONLN: CERTIFICATION CODE NOT ON FILE"
             WHEN CPY-CRTC-DUPLICATE
               DISPLAY "DB2ONLN: CERTIFICATION CODE ALREADY ON FILE"
             WHEN CPY-CRTC-NO-MASTER
               DISPLAY "DB2ONLN: CERTIFICATION-CODE REFERENCE NOT ON"
                  " FILE"
             WHEN CPY-CRTC-IN-USE
               DISPLAY "DB2ONLN: CERTIFICATION CODE STILL HELD BY "
                  CPY-CRTC-IN-USE-COUNT " CERTIFICATION(S)"
             WHEN OTHER
               DISPLAY "DB2ONLN: CERTIFICATION CODE TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-CRTC-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-ACRP-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing accrual-policy bands are gated by the master-data
      *>    role, with denials logged the way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD ACCRUAL-POLICY BAND"
           DISPLAY "2 = UPDATE ACCRUAL-POLICY BAND"
           DISPLAY "3 = DELETE ACCRUAL-POLICY BAND"
           DISPLAY "4 = INQUIRE ACCRUAL-POLICY BAND"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-ACRP-CHOICE

           IF (WS-ACRP-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR ACCRUAL-POLICY"
                  " MAINTENANCE"
               MOVE "DENIED ACCRUAL-POLICY MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-ACRP-MENU-EXIT
           END-IF

           IF WS-ACRP-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-ACRP-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-ACRPOL-REC

           EVALUATE WS-ACRP-CHOICE
             WHEN '1'
               SET CPY-ACRP-ADD TO TRUE
               PERFORM ACCEPT-ACRP-FIELDS THRU ACCEPT-ACRP-FIELDS-EXIT
               CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL
               PERFORM DISPLAY-ACRP-RESULT
                  THRU DISPLAY-ACRP-RESULT-EXIT
             WHEN '2'
               SET CPY-ACRP-UPDATE TO TRUE
               PERFORM ACCEPT-ACRP-FIELDS THRU ACCEPT-ACRP-FIELDS-EXIT
               CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL
               PERFORM DISPLAY-ACRP-RESULT
                  THRU DISPLAY-ACRP-RESULT-EXIT
             WHEN '3'
               SET CPY-ACRP-DELETE TO TRUE
               PERFORM ACCEPT-ACRP-KEY THRU ACCEPT-ACRP-KEY-EXIT
               CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL
               PERFORM DISPLAY-ACRP-RESULT
                  THRU DISPLAY-ACRP-RESULT-EXIT
             WHEN '4'
               SET CPY-ACRP-SELECT TO TRUE
               PERFORM ACCEPT-ACRP-KEY THRU ACCEPT-ACRP-KEY-EXIT
               CALL WS-ACRP-PGM USING CPY-ACRPOL-REC END-CALL
               IF CPY-ACRP-SUCCESS
                   DISPLAY "DB2ONLN: LEAVE TYPE   : "
                      CPY-ACRP-LEAVE-TYPE
                   DISPLAY "DB2ONLN: FROM SERVICE : "
                      CPY-ACRP-FROM-MONTHS " MONTHS"
                   DISPLAY "DB2ONLN: DAYS / MONTH : "
                      CPY-ACRP-DAYS-PER-MONTH
                   DISPLAY "DB2ONLN: BALANCE CAP  : "
                      CPY-ACRP-MAX-BALANCE " (0=NO CAP)"
                   DISPLAY "DB2ONLN: PAID ON TERM : "
                      CPY-ACRP-PAYOUT-SW
                   DISPLAY "DB2ONLN: DESCRIPTION  : " CPY-ACRP-DESC
               ELSE
                   PERFORM DISPLAY-ACRP-RESULT
                      THRU DISPLAY-ACRP-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-ACRP-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-ACRP-KEY SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER LEAVE TYPE (V=VACATION S=SICK): "
              WITH NO ADVANCING
           ACCEPT CPY-ACRP-LEAVE-TYPE
           DISPLAY "ENTER BAND START, MONTHS OF SERVICE: "
              WITH NO ADVANCING
           ACCEPT CPY-ACRP-FROM-MONTHS
          .
       ACCEPT-ACRP-KEY-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-ACRP-FIELDS SECTION.
      *>------------------------------------------------------------------------
           PERFORM ACCEPT-ACRP-KEY THRU ACCEPT-ACRP-KEY-EXIT
           DISPLAY "ENTER DAYS EARNED PER MONTH (99V99): "
              WITH NO ADVANCING
           ACCEPT CPY-ACRP-DAYS-PER-MONTH
           DISPLAY "ENTER BALANCE CAP (9999V99, 0=NO CAP): "
              WITH NO ADVANCING
           ACCEPT CPY-ACRP-MAX-BALANCE
           DISPLAY "PAID OUT ON TERMINATION (Y/N): "
              WITH NO ADVANCING
           ACCEPT CPY-ACRP-PAYOUT-SW
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT CPY-ACRP-DESC
          .
       ACCEPT-ACRP-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-ACRP-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-ACRP-SUCCESS
               DISPLAY "DB2ONLN: ACCRUAL-POLICY TRANSACTION SUCCESSFUL"
             WHEN CPY-ACRP-NOT-FOUND
               DISPLAY "DB2ONLN: ACCRUAL-POLICY BAND NOT ON FILE"
             WHEN CPY-ACRP-DUPLICATE
               DISPLAY "DB2ONLN: ACCRUAL-POLICY BAND ALREADY ON FILE"
             WHEN CPY-ACRP-NO-MASTER
               DISPLAY "DB2ONLN: ACCRUAL POLICY NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: ACCRUAL-POLICY TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-ACRP-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-LEAVE-INQUIRE SECTION.
      *>------------------------------------------------------------------------
      *>    an employee's vacation and sick-leave balances as the
      *>    leave ledger holds them, open to every role
           INITIALIZE CPY-LEAVE-REC
           SET CPY-LVLG-QUERY TO TRUE
           DISPLAY "ENTER EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-LVLG-EMPNO

           CALL WS-LVLG-PGM USING CPY-LEAVE-REC END-CALL

           IF CPY-LVLG-SUCCESS
               DISPLAY "DB2ONLN: VACATION BALANCE : "
                  CPY-LVLG-VAC-BALANCE " DAYS, ACCRUED TO "
                  CPY-LVLG-VAC-LAST-PERIOD
               DISPLAY "DB2ONLN: SICK BALANCE     : "
                  CPY-LVLG-SICK-BALANCE " DAYS, ACCRUED TO "
                  CPY-LVLG-SICK-LAST-PERIOD
           ELSE
               IF CPY-LVLG-NOT-FOUND
                   DISPLAY "DB2ONLN: NO LEAVE BALANCES FOR EMPNO "
                      CPY-LVLG-EMPNO
               ELSE
                   DISPLAY "DB2ONLN: LEAVE BALANCE INQUIRY FAILED"
               END-IF
           END-IF
          .
       DO-LEAVE-INQUIRE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-TRSN-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing termination reasons are gated by the master-data
      *>    role, with denials logged the way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD TERMINATION REASON"
           DISPLAY "2 = UPDATE TERMINATION REASON"
           DISPLAY "3 = DELETE TERMINATION REASON"
           DISPLAY "4 = INQUIRE TERMINATION REASON"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-TRSN-CHOICE

           IF (WS-TRSN-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR TERMINATION-REASON"
                  " MAINTENANCE"
               MOVE "DENIED TERMINATION-REASON MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-TRSN-MENU-EXIT
           END-IF

           IF WS-TRSN-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-TRSN-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-TERMRSN-REC

           EVALUATE WS-TRSN-CHOICE
             WHEN '1'
               SET CPY-TRSN-ADD TO TRUE
               PERFORM ACCEPT-TRSN-FIELDS THRU ACCEPT-TRSN-FIELDS-EXIT
               CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL
               PERFORM DISPLAY-TRSN-RESULT
                  THRU DISPLAY-TRSN-RESULT-EXIT
             WHEN '2'
               SET CPY-TRSN-UPDATE TO TRUE
               PERFORM ACCEPT-TRSN-FIELDS THRU ACCEPT-TRSN-FIELDS-EXIT
               CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL
               PERFORM DISPLAY-TRSN-RESULT
                  THRU DISPLAY-TRSN-RESULT-EXIT
             WHEN '3'
               SET CPY-TRSN-DELETE TO TRUE
               DISPLAY "ENTER REASON CODE: " WITH NO ADVANCING
               ACCEPT CPY-TRSN-CODE
               CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL
               PERFORM DISPLAY-TRSN-RESULT
                  THRU DISPLAY-TRSN-RESULT-EXIT
             WHEN '4'
               SET CPY-TRSN-SELECT TO TRUE
               DISPLAY "ENTER REASON CODE: " WITH NO ADVANCING
               ACCEPT CPY-TRSN-CODE
               CALL WS-TRSN-PGM USING CPY-TERMRSN-REC END-CALL
               IF CPY-TRSN-SUCCESS
                   DISPLAY "DB2ONLN: REASON CODE  : " CPY-TRSN-CODE
                   DISPLAY "DB2ONLN: CLASS        : " CPY-TRSN-CLASS
                      " (V=VOLUNTARY I=INVOLUNTARY)"
                   DISPLAY "DB2ONLN: REHIRE OK    : "
                      CPY-TRSN-REHIRE-SW
                   DISPLAY "DB2ONLN: DESCRIPTION  : " CPY-TRSN-DESC
               ELSE
                   PERFORM DISPLAY-TRSN-RESULT
                      THRU DISPLAY-TRSN-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-TRSN-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-TRSN-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER REASON CODE: " WITH NO ADVANCING
           ACCEPT CPY-TRSN-CODE
           DISPLAY "ENTER CLASS (V=VOLUNTARY I=INVOLUNTARY): "
              WITH NO ADVANCING
           ACCEPT CPY-TRSN-CLASS
           DISPLAY "ELIGIBLE FOR REHIRE (Y/N): " WITH NO ADVANCING
           ACCEPT CPY-TRSN-REHIRE-SW
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT CPY-TRSN-DESC
          .
       ACCEPT-TRSN-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-TRSN-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-TRSN-SUCCESS
               DISPLAY "DB2ONLN: TERMINATION-REASON TRANSACTION"
                  " SUCCESSFUL"
             WHEN CPY-TRSN-NOT-FOUND
               DISPLAY "DB2ONLN: TERMINATION REASON NOT ON FILE"
             WHEN CPY-TRSN-DUPLICATE
               DISPLAY "DB2ONLN: TERMINATION REASON ALREADY ON FILE"
             WHEN CPY-TRSN-NO-MASTER
               DISPLAY "DB2ONLN: TERMINATION-REASON MASTER NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: TERMINATION-REASON TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-TRSN-RESULT-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DO-EMPN-MENU SECTION.
      *>------------------------------------------------------------------------
      *>    inquiry is open to every role; adding, changing and
      *>    removing EMPNO ranges are gated by the master-data role,
      *>    with denials logged the way the main menu logs them
           DISPLAY " "
           DISPLAY "1 = ADD EMPNO RANGE"
           DISPLAY "2 = UPDATE EMPNO RANGE"
           DISPLAY "3 = DELETE EMPNO RANGE"
           DISPLAY "4 = INQUIRE EMPNO RANGE"
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WS-EMPN-CHOICE

           IF (WS-EMPN-CHOICE = '1' OR '2' OR '3')
           AND NOT WS-ALLOW-MST-MAINT
               DISPLAY "DB2ONLN: NOT AUTHORIZED FOR EMPNO-RANGE"
                  " MAINTENANCE"
               MOVE "DENIED EMPNO-RANGE MAINTENANCE"
                 TO WS-DENIED-TEXT
               PERFORM LOG-DENIED-ATTEMPT
                  THRU LOG-DENIED-ATTEMPT-EXIT
               GO TO DO-EMPN-MENU-EXIT
           END-IF

           IF WS-EMPN-CHOICE = '1' OR '2' OR '3'
               PERFORM CHECK-BATCH-LOCK THRU CHECK-BATCH-LOCK-EXIT
               IF WS-BATCH-LOCKED
                   DISPLAY "DB2ONLN: A BATCH RUN IS IN PROGRESS (LOCK"
                      " TAKEN " LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME
                      ") - TRY AGAIN WHEN IT ENDS"
                   GO TO DO-EMPN-MENU-EXIT
               END-IF
           END-IF

           INITIALIZE CPY-EMPNO-ALLOC

           EVALUATE WS-EMPN-CHOICE
             WHEN '1'
               SET CPY-EMPN-ADD TO TRUE
               PERFORM ACCEPT-EMPN-FIELDS THRU ACCEPT-EMPN-FIELDS-EXIT
               CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL
               PERFORM DISPLAY-EMPN-RESULT
                  THRU DISPLAY-EMPN-RESULT-EXIT
             WHEN '2'
               SET CPY-EMPN-UPDATE TO TRUE
               PERFORM ACCEPT-EMPN-FIELDS THRU ACCEPT-EMPN-FIELDS-EXIT
               CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL
               PERFORM DISPLAY-EMPN-RESULT
                  THRU DISPLAY-EMPN-RESULT-EXIT
             WHEN '3'
               SET CPY-EMPN-DELETE TO TRUE
               DISPLAY "ENTER RANGE SOURCE: " WITH NO ADVANCING
               ACCEPT CPY-EMPN-SOURCE
               CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL
               PERFORM DISPLAY-EMPN-RESULT
                  THRU DISPLAY-EMPN-RESULT-EXIT
             WHEN '4'
               SET CPY-EMPN-SELECT TO TRUE
               DISPLAY "ENTER RANGE SOURCE: " WITH NO ADVANCING
               ACCEPT CPY-EMPN-SOURCE
               CALL WS-EMPN-PGM USING CPY-EMPNO-ALLOC END-CALL
               IF CPY-EMPN-SUCCESS
                   DISPLAY "DB2ONLN: RANGE SOURCE : " CPY-EMPN-SOURCE
                   DISPLAY "DB2ONLN: LOWEST EMPNO : " CPY-EMPN-LOW
                   DISPLAY "DB2ONLN: HIGHEST EMPNO: " CPY-EMPN-HIGH
                   DISPLAY "DB2ONLN: NEXT TO TRY  : " CPY-EMPN-NEXT
                   DISPLAY "DB2ONLN: DESCRIPTION  : " CPY-EMPN-DESC
               ELSE
                   PERFORM DISPLAY-EMPN-RESULT
                      THRU DISPLAY-EMPN-RESULT-EXIT
               END-IF
             WHEN OTHER
               DISPLAY "DB2ONLN: INVALID SELECTION"
           END-EVALUATE
          .
       DO-EMPN-MENU-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       ACCEPT-EMPN-FIELDS SECTION.
      *>------------------------------------------------------------------------
           DISPLAY "ENTER RANGE SOURCE (BRANCH/HRIS/ONLINE/DEFAULT): "
              WITH NO ADVANCING
           ACCEPT CPY-EMPN-SOURCE
           DISPLAY "ENTER LOWEST EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-EMPN-LOW
           DISPLAY "ENTER HIGHEST EMPNO: " WITH NO ADVANCING
           ACCEPT CPY-EMPN-HIGH
           DISPLAY "ENTER NEXT EMPNO TO TRY (0 = LOWEST): "
              WITH NO ADVANCING
           ACCEPT CPY-EMPN-NEXT
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT CPY-EMPN-DESC
          .
       ACCEPT-EMPN-FIELDS-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       DISPLAY-EMPN-RESULT SECTION.
      *>------------------------------------------------------------------------
           EVALUATE TRUE
             WHEN CPY-EMPN-SUCCESS
               DISPLAY "DB2ONLN: EMPNO-RANGE TRANSACTION SUCCESSFUL"
             WHEN CPY-EMPN-NOT-FOUND
               DISPLAY "DB2ONLN: EMPNO RANGE NOT ON FILE"
             WHEN CPY-EMPN-DUPLICATE
               DISPLAY "DB2ONLN: EMPNO RANGE ALREADY ON FILE"
             WHEN CPY-EMPN-OVERLAP
               DISPLAY "DB2ONLN: EMPNO RANGE OVERLAPS A RESERVED RANGE"
             WHEN CPY-EMPN-NO-MASTER
               DISPLAY "DB2ONLN: EMPNO ALLOCATION CONTROL NOT ON FILE"
             WHEN OTHER
               DISPLAY "DB2ONLN: EMPNO-RANGE TRANSACTION FAILED"
           END-EVALUATE
          .
       DISPLAY-EMPN-RESULT-EXIT.
          EXIT.

       END PROGRAM DB2ONLN.

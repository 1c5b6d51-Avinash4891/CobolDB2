      *>              juggling, no scratch files. The file-writing
      *>              extract path is unchanged for the feeds that
      *>              depend on it.
      *> 2026.10.15 Avinash Kumar
      *>            - the contact and employee-status stores are now
      *>              indexed files keyed on EMPNO: the roster reads
      *>              each employee's record directly instead of
      *>              loading either store into a 10,000-entry table,
      *>              so neither store has a size limit here any more.
      *>************************************************************************

       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CONTACT-FILE ASSIGN TO WS-CONTACT-FILE-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS CONT-EMPNO
       FILE STATUS IS WS-CON-FILE-STATUS.

       SELECT ESTA-FILE ASSIGN TO WS-ESTA-FILE-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS ESTA-EMPNO
       FILE STATUS IS WS-ESTA-FILE-STATUS.

       DATA DIVISION.
      *> the employee-status store DB2ESTA maintains, read here so the
      *> roster can flag who is on leave or suspended
       FD ESTA-FILE.
         COPY "STSDB2CO.cpy".

       WORKING-STORAGE SECTION.

       01 WS-CSV-PTR               PIC 9(3) VALUE 1.

      *> contact-details-on-roster controls
       01 WS-CONTACT-FILE-NAME     PIC X(100) VALUE 'contact.dat'.
       01 WS-CON-FILE-STATUS       PIC XX.
          88 WS-CON-FILE-OK            VALUE '00'.
       01 WS-CON-OPEN-SW           PIC X VALUE 'N'.
          88 WS-CON-OPEN               VALUE 'Y'.
       01 WS-CONTACTS-SW           PIC X VALUE 'N'.
          88 WS-CONTACTS-MODE          VALUE 'Y'.
       01 WS-CONTACTS-IN           PIC X(1).

       01 WS-CONTACT-LINE.
          05 FILLER                 PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(09) VALUE "CONTACT: ".
          05 WS-CTL-EMERG-PHONE     PIC X(12).
          05 FILLER                 PIC X(14) VALUE SPACES.

      *> employee-status-flag controls: the store is read by EMPNO
      *> when it is on file, and a leave or suspension in force as of
      *> today flags the roster detail line
       01 WS-ESTA-FILE-NAME        PIC X(100) VALUE 'empstat.dat'.
       01 WS-ESTA-FILE-STATUS      PIC XX.
          88 WS-ESTA-FILE-OK           VALUE '00'.
       01 WS-ESTA-OPEN-SW          PIC X VALUE 'N'.
          88 WS-ESTA-OPEN              VALUE 'Y'.
       01 WS-ESTA-EFF              PIC 9(8) VALUE 0.
       01 WS-ESTA-RETURN           PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(8) VALUE 0.

      *> masked-extract controls - everything the mask does is derived
           ACCEPT WS-CONTACTS-IN FROM ENVIRONMENT "DB2FETCH_CONTACTS"
           IF WS-CONTACTS-IN = 'Y'
               SET WS-CONTACTS-MODE TO TRUE
               PERFORM OPEN-CONTACT-STORE
                  THRU OPEN-CONTACT-STORE-EXIT
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-STATUS-STORE THRU OPEN-STATUS-STORE-EXIT

           IF CPY-EMPLOYEE-SELECT
      *>--- OPEN I-O FILES - flat extract (append), roster report and
              CLOSE CSV-OUTPUT

           END-IF

           IF WS-CON-OPEN
               CLOSE CONTACT-FILE
               MOVE 'N' TO WS-CON-OPEN-SW
           END-IF
           IF WS-ESTA-OPEN
               CLOSE ESTA-FILE
               MOVE 'N' TO WS-ESTA-OPEN-SW
           END-IF
          .
       FULL-EXTRACT-RUN-EXIT.
          EXIT.
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-CONTACT-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    the store stays open for the run and each employee's
      *>    contact is read directly by EMPNO as the roster reaches it
           ACCEPT WS-CONTACT-FILE-NAME
              FROM ENVIRONMENT "DB2CONT_MASTER_FILE"
           IF WS-CONTACT-FILE-NAME = SPACE
               MOVE 'contact.dat' TO WS-CONTACT-FILE-NAME
           END-IF

           MOVE 'N' TO WS-CON-OPEN-SW

           OPEN INPUT CONTACT-FILE
           IF WS-CON-FILE-OK
               SET WS-CON-OPEN TO TRUE
           ELSE
               DISPLAY "DB2FETCH: CONTACT MASTER "
                  WS-CONTACT-FILE-NAME " NOT ON FILE"
           END-IF
          .
       OPEN-CONTACT-STORE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
      *>    one line under the employee's detail line; an employee with
      *>    no contact record simply has no line, which itself tells
      *>    the emergency-list reader something
           IF NOT WS-CON-OPEN
               GO TO WRITE-CONTACT-LINE-EXIT
           END-IF

           MOVE EMP-EMPNO TO CONT-EMPNO
           READ CONTACT-FILE
             KEY IS CONT-EMPNO
           END-READ

           IF WS-CON-FILE-OK
               MOVE CONT-STREET      TO WS-CTL-STREET
               MOVE CONT-CITY        TO WS-CTL-CITY
               MOVE CONT-STATE       TO WS-CTL-STATE
               MOVE CONT-EMERG-NAME  TO WS-CTL-EMERG-NAME
               MOVE CONT-EMERG-PHONE TO WS-CTL-EMERG-PHONE
               MOVE WS-CONTACT-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
          EXIT.

      *>------------------------------------------------------------------------
       OPEN-STATUS-STORE SECTION.
      *>------------------------------------------------------------------------
      *>    a shop without the status store simply has no flags; the
      *>    roster stays exactly as it was
           ACCEPT WS-ESTA-FILE-NAME
              FROM ENVIRONMENT "DB2ESTA_MASTER_FILE"
           IF WS-ESTA-FILE-NAME = SPACE
               MOVE 'empstat.dat' TO WS-ESTA-FILE-NAME
           END-IF

           MOVE 'N' TO WS-ESTA-OPEN-SW

           OPEN INPUT ESTA-FILE
           IF WS-ESTA-FILE-OK
               SET WS-ESTA-OPEN TO TRUE
           END-IF
          .
       OPEN-STATUS-STORE-EXIT.
          EXIT.

      *>------------------------------------------------------------------------
      *>    flags the detail line; everyone else shows blank
           MOVE SPACES TO WS-DTL-STATUS

           IF NOT WS-ESTA-OPEN
               GO TO SET-STATUS-FLAG-EXIT
           END-IF

           MOVE EMP-EMPNO TO ESTA-EMPNO
           READ ESTA-FILE
             KEY IS ESTA-EMPNO
           END-READ

           IF NOT WS-ESTA-FILE-OK
               GO TO SET-STATUS-FLAG-EXIT
           END-IF

           MOVE 0 TO WS-ESTA-EFF
           MOVE 0 TO WS-ESTA-RETURN
           IF ESTA-EFF-DATE IS NUMERIC
               MOVE ESTA-EFF-DATE TO WS-ESTA-EFF
           END-IF
           IF ESTA-RETURN-DATE IS NUMERIC
               MOVE ESTA-RETURN-DATE TO WS-ESTA-RETURN
           END-IF

           IF WS-ESTA-EFF <= WS-TODAY-DATE
           AND (WS-ESTA-RETURN = 0
               OR WS-ESTA-RETURN > WS-TODAY-DATE)
               EVALUATE ESTA-CODE
                 WHEN 'L'
                   MOVE "*LEAVE*" TO WS-DTL-STATUS
                 WHEN 'S'

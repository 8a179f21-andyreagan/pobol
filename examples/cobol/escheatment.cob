      *> once the remittance is sent, and a permanent history entry
      *> per account in the same file and layout ARCHIVE-PURGE uses
      *> for closed accounts, so the final state survives the delete.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> An address RETURNED-MAIL has marked undeliverable still goes
      *> on the remittance as the last known address, which is what
      *> the state asks for, but the line is flagged so the letter
      *> step doesn't mail to it again, and carries the date mail to
      *> it last came back as the record of the due-diligence
      *> attempt. The account is also listed on the bad-address
      *> worklist (DD_BAD_ADDRESS_FILE) for tracing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NO-ADDRESS-FILE ASSIGN TO
               WS-NO-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-ADDRESS-FILE ASSIGN TO
               WS-BAD-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Remittance detail: one record per escheatable account, with
      *> the amount to remit stated as the positive sum we owe and
      *> the last known mailing address (blank when none is on file
      *> or no address file was supplied). RMT-MAIL-STATUS tells the
      *> letter step whether it can mail: blank when it can, N for no
      *> address on file, U for an undeliverable address, in which
      *> case RMT-RETURN-DATE is when mail to it last came back.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  RMT-CUST-ID            PIC 9(6).
           05  RMT-CITY               PIC X(20).
           05  RMT-STATE              PIC X(2).
           05  RMT-POSTAL             PIC X(10).
           05  RMT-MAIL-STATUS        PIC X(1).
           05  RMT-RETURN-DATE        PIC 9(8).

       FD  REMITTANCE-CONTROL-FILE.
       01  REMITTANCE-CONTROL-RECORD.
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

      *> Permanent audit trail, shared with ARCHIVE-PURGE: the
      *> account's last state before it leaves the master. No
               ==DS-ADR-CITY==     BY ==ADR-CITY==
               ==DS-ADR-STATE==    BY ==ADR-STATE==
               ==DS-ADR-POSTAL==   BY ==ADR-POSTAL==
               ==DS-ADR-CONTACT==  BY ==ADR-CONTACT==
               ==DS-ADR-MAIL-STATUS==   BY ==ADR-MAIL-STATUS==
               ==DS-ADR-UNDELIVERABLE== BY ==ADR-UNDELIVERABLE==
               ==DS-ADR-UNDELIV-DATE==  BY ==ADR-UNDELIV-DATE==
               ==DS-ADR-RETURN-DATE==   BY ==ADR-RETURN-DATE==
               ==DS-ADR-RETURN-PIECE==  BY ==ADR-RETURN-PIECE==
               ==DS-ADR-RETURN-COUNT==  BY ==ADR-RETURN-COUNT==.

       FD  NO-ADDRESS-FILE.
       01  NO-ADDRESS-RECORD.
           05  NOADR-CUST-ID      PIC 9(6).
           05  NOADR-CUST-NAME    PIC X(30).

      *> Same layout CUSTOMER-STATEMENT writes its bad-address
      *> worklist in; the piece held here is always ESCH.
       FD  BAD-ADDRESS-FILE.
       01  BAD-ADDRESS-RECORD.
           05  BADR-CUST-ID       PIC 9(6).
           05  BADR-CUST-NAME     PIC X(30).
           05  BADR-PIECE-TYPE    PIC X(4).
           05  BADR-UNDELIV-DATE  PIC 9(8).
           05  BADR-RETURN-DATE   PIC 9(8).
           05  BADR-RETURN-PIECE  PIC X(4).
           05  BADR-RETURN-COUNT  PIC 9(3).

      *> Same layout PERIOD-MAINTENANCE maintains.
       FD  PERIOD-CALENDAR.
       01  PERIOD-RECORD.
           05  PER-PERIOD             PIC 9(6).
           05  PER-START-DATE         PIC 9(8).
           05  PER-END-DATE           PIC 9(8).
           05  PER-STATUS             PIC X(1).
               88  PER-OPEN                  VALUE 'O'.
               88  PER-CLOSING               VALUE 'P'.
               88  PER-CLOSED                VALUE 'C'.
           05  PER-CLOSED-DATE        PIC 9(8).
           05  PER-MASTER-TOTAL       PIC S9(11)V9(2).
           05  PER-GL-TOTAL           PIC S9(11)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-PATH        PIC X(256).
       01  WS-DORMANCY-STATUS     PIC X(2).
           88  WS-ADDRESS-ENABLED        VALUE 1.
       01  WS-NO-ADDRESS-PATH     PIC X(256).
       01  WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE 0.
       01  WS-BAD-ADDRESS-PATH    PIC X(256).
       01  WS-BAD-ADDRESS-COUNT   PIC 9(6) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

       01  WS-TOTAL-REMITTED      PIC 9(9)V9(2) VALUE 0.
       01  WS-REMIT-AMOUNT        PIC 9(7)V9(2).

      *> Accounting-period check. The posting date is today unless
      *> DD_POSTING_DATE dates a back-dated batch; WS-PERIOD-REASON is
      *> left blank only when that date falls in an open period.
       01  WS-PERIOD-CALENDAR-PATH PIC X(256).
       01  WS-PERIOD-STATUS       PIC X(2).
       01  WS-PERIOD-ENABLED-SW   PIC 9 VALUE 0.
           88  WS-PERIOD-ENABLED         VALUE 1.
       01  WS-PERIOD-SCAN-SW      PIC 9 VALUE 0.
           88  WS-PERIOD-SCAN-DONE       VALUE 1.
       01  WS-POSTING-DATE-IN     PIC X(8).
       01  WS-POSTING-DATE        PIC 9(8).
       01  WS-POSTING-PERIOD      PIC 9(6) VALUE 0.
       01  WS-PERIOD-REASON       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-HISTORY-PATH
           END-IF
           ACCEPT WS-NO-ADDRESS-PATH
               FROM ENVIRONMENT "DD_NO_ADDRESS_FILE"
           ACCEPT WS-BAD-ADDRESS-PATH
               FROM ENVIRONMENT "DD_BAD_ADDRESS_FILE"
           ACCEPT WS-ESCHEAT-THRESHOLD-IN
               FROM ENVIRONMENT "DD_ESCHEAT_THRESHOLD"
           IF WS-ESCHEAT-THRESHOLD-IN NOT = SPACES
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

           OPEN INPUT DORMANCY-HISTORY
           IF WS-DORMANCY-STATUS NOT = '00'
               DISPLAY "ESCHEATMENT: *** CANNOT OPEN DORMANCY "
                   MOVE 16 TO RETURN-CODE
               END-IF
               OPEN OUTPUT NO-ADDRESS-FILE
               OPEN OUTPUT BAD-ADDRESS-FILE
           END-IF

           PERFORM SCAN-DORMANCY-ENTRY UNTIL WS-EOF-FLAG = 1
           IF WS-ADDRESS-ENABLED
               CLOSE ADDRESS-FILE
               CLOSE NO-ADDRESS-FILE
               CLOSE BAD-ADDRESS-FILE
           END-IF

           DISPLAY "DORMANCY ENTRIES SCANNED: " WS-SCANNED-COUNT
           DISPLAY "TOTAL TO REMIT:           " WS-TOTAL-REMITTED
           IF WS-ADDRESS-ENABLED
               DISPLAY "NO ADDRESS ON FILE:       " WS-NO-ADDRESS-COUNT
               DISPLAY "UNDELIVERABLE ADDRESS:    " WS-BAD-ADDRESS-COUNT
           END-IF
           STOP RUN.

           WRITE REMITTANCE-RECORD

           MOVE 'D'           TO TXN-ACTION
           MOVE 'ESCHEAT'     TO TXN-MAKER-ID
           MOVE 'ESCHEAT'     TO TXN-ACTIVITY-TYPE
           MOVE MST-CUST-ID   TO TXN-CUST-ID
           MOVE MST-CUST-NAME TO TXN-CUST-NAME
           MOVE MST-BALANCE   TO TXN-BALANCE
      *> Last known mailing address onto the remittance line; an
      *> account without one still escheats, but goes on the
      *> exception list so the due-diligence letter step knows the
      *> mail piece can't be produced. An undeliverable address is
      *> still the last known one, so it is kept on the line, flagged,
      *> and put on the bad-address worklist.
       FILL-REMITTANCE-ADDRESS.
           MOVE SPACES TO RMT-STREET-1
           MOVE SPACES TO RMT-STREET-2
           MOVE SPACES TO RMT-CITY
           MOVE SPACES TO RMT-STATE
           MOVE SPACES TO RMT-POSTAL
           MOVE SPACE  TO RMT-MAIL-STATUS
           MOVE 0      TO RMT-RETURN-DATE
           IF WS-ADDRESS-ENABLED
               MOVE MST-CUST-ID TO ADR-CUST-ID
               READ ADDRESS-FILE
                   MOVE ADR-CITY     TO RMT-CITY
                   MOVE ADR-STATE    TO RMT-STATE
                   MOVE ADR-POSTAL   TO RMT-POSTAL
                   IF ADR-UNDELIVERABLE
                       MOVE 'U'             TO RMT-MAIL-STATUS
                       MOVE ADR-RETURN-DATE TO RMT-RETURN-DATE
                       PERFORM WRITE-BAD-ADDRESS-ENTRY
                   END-IF
               ELSE
                   MOVE 'N'           TO RMT-MAIL-STATUS
                   MOVE MST-CUST-ID   TO NOADR-CUST-ID
                   MOVE MST-CUST-NAME TO NOADR-CUST-NAME
                   WRITE NO-ADDRESS-RECORD
           END-IF
           .

       WRITE-BAD-ADDRESS-ENTRY.
           MOVE MST-CUST-ID      TO BADR-CUST-ID
           MOVE MST-CUST-NAME    TO BADR-CUST-NAME
           MOVE 'ESCH'           TO BADR-PIECE-TYPE
           MOVE ADR-UNDELIV-DATE TO BADR-UNDELIV-DATE
           MOVE ADR-RETURN-DATE  TO BADR-RETURN-DATE
           MOVE ADR-RETURN-PIECE TO BADR-RETURN-PIECE
           MOVE ADR-RETURN-COUNT TO BADR-RETURN-COUNT
           WRITE BAD-ADDRESS-RECORD
           ADD 1 TO WS-BAD-ADDRESS-COUNT
           .

       WRITE-REMITTANCE-CONTROL.
           MOVE WS-ESCHEATED-COUNT TO RMCTL-RECORD-COUNT
           MOVE WS-TOTAL-REMITTED  TO RMCTL-TOTAL-AMOUNT
           WRITE REMITTANCE-CONTROL-RECORD
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "ESCHEATMENT: *** POSTING "
                       "REFUSED ("
                       FUNCTION TRIM (WS-PERIOD-REASON)
                       "): POSTING DATE " WS-POSTING-DATE
                       " PERIOD " WS-POSTING-PERIOD " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> Finds the calendar period the posting date falls in and why,
      *> if at all, it can't take postings: PER-CLOSNG while
      *> PERIOD-CLOSE has it frozen, PER-CLOSED once it is closed, and
      *> NO-PERIOD for a date the calendar doesn't cover.
       FIND-POSTING-PERIOD.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POSTING-DATE-IN
               FROM ENVIRONMENT "DD_POSTING_DATE"
           IF WS-POSTING-DATE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-POSTING-DATE-IN)) = 0
                   COMPUTE WS-POSTING-DATE = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-POSTING-DATE-IN))
               ELSE
                   DISPLAY "ESCHEATMENT: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "ESCHEATMENT: *** CANNOT OPEN PERIOD "
                   "CALENDAR: "
                   FUNCTION TRIM (WS-PERIOD-CALENDAR-PATH)
                   " STATUS " WS-PERIOD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-POSTING-PERIOD
           MOVE 'NO-PERIOD' TO WS-PERIOD-REASON
           MOVE 0 TO WS-PERIOD-SCAN-SW
           MOVE 0 TO PER-PERIOD
           START PERIOD-CALENDAR KEY NOT LESS THAN PER-PERIOD
               INVALID KEY
                   SET WS-PERIOD-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-PERIOD
           PERFORM CHECK-ONE-PERIOD UNTIL WS-PERIOD-SCAN-DONE
           CLOSE PERIOD-CALENDAR
           .

       READ-NEXT-PERIOD.
           READ PERIOD-CALENDAR NEXT RECORD
               AT END
                   SET WS-PERIOD-SCAN-DONE TO TRUE
           END-READ.

       CHECK-ONE-PERIOD.
           IF WS-POSTING-DATE >= PER-START-DATE
              AND WS-POSTING-DATE <= PER-END-DATE
               MOVE PER-PERIOD TO WS-POSTING-PERIOD
               EVALUATE TRUE
                   WHEN PER-OPEN
                       MOVE SPACES TO WS-PERIOD-REASON
                   WHEN PER-CLOSING
                       MOVE 'PER-CLOSNG' TO WS-PERIOD-REASON
                   WHEN OTHER
                       MOVE 'PER-CLOSED' TO WS-PERIOD-REASON
               END-EVALUATE
               SET WS-PERIOD-SCAN-DONE TO TRUE
           ELSE
               PERFORM READ-NEXT-PERIOD
           END-IF
           .

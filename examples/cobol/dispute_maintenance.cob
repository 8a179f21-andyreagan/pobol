       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINTENANCE.
      *> Applies a transaction file of open/update/resolve actions to
      *> the keyed customer dispute file, the same pattern
      *> ADDRESS-MAINTENANCE applies to the address file. A customer
      *> who disputes part or all of their balance has the disputed
      *> amount, a reason code, the date the dispute was opened, and
      *> the person who owns it recorded here; while the dispute is
      *> open, FEE-ASSESSMENT tiers the fee, COLLECTIONS-NOTICE
      *> escalates, CUSTOMER-REPORT tests the credit limit, and
      *> CHARGE-OFF writes off on the undisputed balance only.
      *> Resolving a dispute in the customer's favour writes a 'C'
      *> adjustment transaction taking the amount given back off the
      *> balance, ready for CUSTOMER-MAINTENANCE; a dispute resolved
      *> against the customer just closes. Resolved disputes stay on
      *> file for reference until the customer opens another one.
      *> Anything that fails validation or doesn't apply cleanly is
      *> written to REJECT-FILE with a reason code instead of aborting
      *> the run. The run closes with an aging report of every dispute
      *> still open, measured against the regulatory response deadline
      *> (opened date plus DD_RESPONSE_DAYS), flagging those past it
      *> and those coming due within DD_WARNING_DAYS.
      *> When PERIOD-MAINTENANCE's calendar is supplied, a resolution
      *> that would write an adjustment is rejected while the posting
      *> date falls in a period that is closing or closed, and the
      *> dispute stays open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO
               WS-DISPUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISPUTE-TXN-FILE ASSIGN TO
               WS-DISPUTE-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO
               WS-AGING-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Dispute record, one per customer. DSP-STATUS O = open,
      *> R = resolved; DSP-RESOLUTION C = for the customer, U = upheld
      *> (against the customer).
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DSP-CUST-ID            PIC 9(6).
           05  DSP-AMOUNT             PIC 9(7)V9(2).
           05  DSP-REASON-CODE        PIC X(10).
           05  DSP-OPENED-DATE        PIC 9(8).
           05  DSP-OWNER              PIC X(8).
           05  DSP-STATUS             PIC X(1).
               88  DSP-OPEN                  VALUE 'O'.
           05  DSP-LAST-UPDATE-DATE   PIC 9(8).
           05  DSP-RESOLVED-DATE      PIC 9(8).
           05  DSP-RESOLUTION         PIC X(1).
           05  DSP-ADJUST-AMOUNT      PIC 9(7)V9(2).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Dispute transaction: O = open, U = update, R = resolve. An
      *> update replaces whichever of amount, reason, and owner it
      *> carries. A resolve carries the resolution code and, for a
      *> resolution for the customer, the amount given back -- zero
      *> meaning the whole disputed amount.
       FD  DISPUTE-TXN-FILE.
       01  DISPUTE-TXN-RECORD.
           05  DTX-ACTION         PIC X(1).
           05  DTX-CUST-ID        PIC 9(6).
           05  DTX-AMOUNT         PIC 9(7)V9(2).
           05  DTX-REASON-CODE    PIC X(10).
           05  DTX-OWNER          PIC X(8).
           05  DTX-RESOLUTION     PIC X(1).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(35).
           05  REJ-REASON-CODE    PIC X(10).

      *> Same layout CUSTOMER-MAINTENANCE's TRANSACTION-FILE expects:
      *> a leading action code, the customer fields, and the maker ID
      *> (this job's name, since no one keys these by hand), then the
      *> activity type the ledger records the posting under.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-ACTION       PIC X(1).
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

      *> Open-dispute aging: a DETAIL line per open dispute, then
      *> TOTAL lines for all open disputes, those past the deadline,
      *> and those coming due, tagged the way CASH-APPLICATION's
      *> suspense aging report tags its record types.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD.
           05  AGR-RECORD-TYPE    PIC X(7).
           05  AGR-FLAG           PIC X(8).
           05  AGR-CUST-ID        PIC 9(6).
           05  AGR-OWNER          PIC X(8).
           05  AGR-REASON-CODE    PIC X(10).
           05  AGR-OPENED-DATE    PIC 9(8).
           05  AGR-DEADLINE-DATE  PIC 9(8).
           05  AGR-DAYS-OPEN      PIC 9(5).
           05  AGR-DAYS-LEFT      PIC S9(5).
           05  AGR-COUNT          PIC 9(6).
           05  AGR-AMOUNT         PIC 9(9)V9(2).

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
       01  WS-DISPUTE-PATH        PIC X(256).
       01  WS-DISPUTE-STATUS      PIC X(2).
           88  WS-DISPUTE-FOUND          VALUE '00'.
           88  WS-DISPUTE-NOT-FOUND      VALUE '23'.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-DISPUTE-TXN-PATH    PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-AGING-REPORT-PATH   PIC X(256).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.

      *> Regulatory response window and early-warning window, both in
      *> calendar days from the date the dispute was opened.
       01  WS-RESPONSE-DAYS-IN    PIC X(5).
       01  WS-RESPONSE-DAYS       PIC 9(5) VALUE 60.
       01  WS-WARNING-DAYS-IN     PIC X(5).
       01  WS-WARNING-DAYS        PIC 9(5) VALUE 10.
       01  WS-DEADLINE-DATE       PIC 9(8).
       01  WS-DAYS-OPEN           PIC 9(5).
       01  WS-DAYS-LEFT           PIC S9(5).
       01  WS-ADJUST-AMOUNT       PIC 9(7)V9(2).

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-OPENED              PIC 9(6) VALUE 0.
       01  WS-UPDATED             PIC 9(6) VALUE 0.
       01  WS-RESOLVED            PIC 9(6) VALUE 0.
       01  WS-ADJUSTED            PIC 9(6) VALUE 0.
       01  WS-ADJUSTED-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT          PIC 9(6) VALUE 0.
       01  WS-OPEN-TOTAL          PIC 9(9)V9(2) VALUE 0.
       01  WS-OVERDUE-COUNT       PIC 9(6) VALUE 0.
       01  WS-OVERDUE-TOTAL       PIC 9(9)V9(2) VALUE 0.
       01  WS-DUE-SOON-COUNT      PIC 9(6) VALUE 0.
       01  WS-DUE-SOON-TOTAL      PIC 9(9)V9(2) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           88  WS-RECORD-IS-INVALID     VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

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
           ACCEPT WS-DISPUTE-PATH FROM ENVIRONMENT "DD_DISPUTE_FILE"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-DISPUTE-TXN-PATH
               FROM ENVIRONMENT "DD_DISPUTE_TXN_FILE"
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-AGING-REPORT-PATH
               FROM ENVIRONMENT "DD_AGING_REPORT_FILE"
           ACCEPT WS-RESPONSE-DAYS-IN
               FROM ENVIRONMENT "DD_RESPONSE_DAYS"
           IF WS-RESPONSE-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-RESPONSE-DAYS-IN)) = 0
                   COMPUTE WS-RESPONSE-DAYS =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-RESPONSE-DAYS-IN))
               ELSE
                   DISPLAY "DISPUTE-MAINTENANCE: DD_RESPONSE_DAYS "
                       "VALUE '" FUNCTION TRIM (WS-RESPONSE-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT RESPONSE DAYS"
               END-IF
           END-IF
           ACCEPT WS-WARNING-DAYS-IN FROM ENVIRONMENT "DD_WARNING_DAYS"
           IF WS-WARNING-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-WARNING-DAYS-IN)) = 0
                   COMPUTE WS-WARNING-DAYS =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-WARNING-DAYS-IN))
               ELSE
                   DISPLAY "DISPUTE-MAINTENANCE: DD_WARNING_DAYS "
                       "VALUE '" FUNCTION TRIM (WS-WARNING-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT WARNING DAYS"
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
               PERFORM FIND-POSTING-PERIOD
           END-IF

           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "DISPUTE-MAINTENANCE: *** CANNOT OPEN MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  DISPUTE-TXN-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT TRANSACTION-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           PERFORM WRITE-AGING-REPORT

           CLOSE DISPUTE-FILE
           CLOSE MASTER-FILE
           CLOSE DISPUTE-TXN-FILE
           CLOSE REJECT-FILE
           CLOSE TRANSACTION-FILE

           DISPLAY "TRANSACTIONS READ: " WS-RECORDS-READ
           DISPLAY "OPENED:            " WS-OPENED
           DISPLAY "UPDATED:           " WS-UPDATED
           DISPLAY "RESOLVED:          " WS-RESOLVED
           DISPLAY "ADJUSTMENTS:       " WS-ADJUSTED
           DISPLAY "ADJUSTED TOTAL:    " WS-ADJUSTED-TOTAL
           DISPLAY "REJECTED:          " WS-REJECTED
           DISPLAY "STILL OPEN:        " WS-OPEN-COUNT
           DISPLAY "PAST DEADLINE:     " WS-OVERDUE-COUNT
           STOP RUN.

       READ-PROCESS.
           READ DISPUTE-TXN-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VALIDATE-TRANSACTION
                   IF WS-RECORD-IS-VALID
                       PERFORM APPLY-TRANSACTION
                   ELSE
                       PERFORM REJECT-TRANSACTION-OUT
                   END-IF
           END-READ.

      *> An open needs everything a dispute is: an amount, a reason,
      *> and somebody who owns it. An update needs at least one thing
      *> to change; a resolve needs to say which way it went.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN DTX-ACTION NOT = 'O' AND NOT = 'U' AND NOT = 'R'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTN' TO WS-REJECT-REASON
               WHEN DTX-CUST-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'   TO WS-REJECT-REASON
               WHEN DTX-AMOUNT NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-AMT'  TO WS-REJECT-REASON
               WHEN DTX-ACTION = 'O' AND DTX-AMOUNT = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-AMT'  TO WS-REJECT-REASON
               WHEN DTX-ACTION = 'O' AND DTX-REASON-CODE = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-REASON' TO WS-REJECT-REASON
               WHEN DTX-ACTION = 'O' AND DTX-OWNER = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-OWNER' TO WS-REJECT-REASON
               WHEN DTX-ACTION = 'U' AND DTX-AMOUNT = 0
                    AND DTX-REASON-CODE = SPACES
                    AND DTX-OWNER = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-CHANGE' TO WS-REJECT-REASON
               WHEN DTX-ACTION = 'R'
                    AND DTX-RESOLUTION NOT = 'C' AND NOT = 'U'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-RESOL' TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE DISPUTE-TXN-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           MOVE DTX-CUST-ID TO DSP-CUST-ID
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE DTX-ACTION
               WHEN 'O'
                   PERFORM APPLY-OPEN
               WHEN 'U'
                   PERFORM APPLY-UPDATE
               WHEN 'R'
                   PERFORM APPLY-RESOLVE
           END-EVALUATE
           .

      *> A customer may have only one dispute open at a time; a new
      *> one replaces a resolved one.
       APPLY-OPEN.
           MOVE DTX-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN WS-DISPUTE-FOUND AND DSP-OPEN
                   MOVE 'DUP-OPEN' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN WS-DISPUTE-FOUND
                   PERFORM MOVE-TXN-TO-DISPUTE
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-OPENED
                   END-REWRITE
               WHEN OTHER
                   PERFORM MOVE-TXN-TO-DISPUTE
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           MOVE 'DUP-OPEN' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-OPENED
                   END-WRITE
           END-EVALUATE
           .

       MOVE-TXN-TO-DISPUTE.
           MOVE DTX-CUST-ID     TO DSP-CUST-ID
           MOVE DTX-AMOUNT      TO DSP-AMOUNT
           MOVE DTX-REASON-CODE TO DSP-REASON-CODE
           MOVE WS-RUN-DATE     TO DSP-OPENED-DATE
           MOVE DTX-OWNER       TO DSP-OWNER
           MOVE 'O'             TO DSP-STATUS
           MOVE WS-RUN-DATE     TO DSP-LAST-UPDATE-DATE
           MOVE 0               TO DSP-RESOLVED-DATE
           MOVE SPACE           TO DSP-RESOLUTION
           MOVE 0               TO DSP-ADJUST-AMOUNT
           .

       APPLY-UPDATE.
           IF WS-DISPUTE-NOT-FOUND OR NOT DSP-OPEN
               MOVE 'NOT-OPEN' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               IF DTX-AMOUNT > 0
                   MOVE DTX-AMOUNT TO DSP-AMOUNT
               END-IF
               IF DTX-REASON-CODE NOT = SPACES
                   MOVE DTX-REASON-CODE TO DSP-REASON-CODE
               END-IF
               IF DTX-OWNER NOT = SPACES
                   MOVE DTX-OWNER TO DSP-OWNER
               END-IF
               MOVE WS-RUN-DATE TO DSP-LAST-UPDATE-DATE
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-UPDATED
               END-REWRITE
           END-IF
           .

      *> A resolution for the customer can give back no more than was
      *> in dispute; the adjustment comes off whatever the master
      *> shows today.
       APPLY-RESOLVE.
           MOVE 0 TO WS-ADJUST-AMOUNT
           IF WS-DISPUTE-NOT-FOUND OR NOT DSP-OPEN
               MOVE 'NOT-OPEN' TO WS-REJECT-REASON
           ELSE
               IF DTX-RESOLUTION = 'C'
                   IF DTX-AMOUNT = 0
                       MOVE DSP-AMOUNT TO WS-ADJUST-AMOUNT
                   ELSE
                       MOVE DTX-AMOUNT TO WS-ADJUST-AMOUNT
                   END-IF
                   MOVE DTX-CUST-ID TO MST-CUST-ID
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-ADJUST-AMOUNT > DSP-AMOUNT
                           MOVE 'ADJ-AMT' TO WS-REJECT-REASON
                       WHEN WS-MASTER-NOT-FOUND
                           MOVE 'NO-MASTER' TO WS-REJECT-REASON
                       WHEN WS-PERIOD-ENABLED
                        AND WS-PERIOD-REASON NOT = SPACES
                        AND WS-ADJUST-AMOUNT > 0
                           MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               MOVE 'R'              TO DSP-STATUS
               MOVE DTX-RESOLUTION   TO DSP-RESOLUTION
               MOVE WS-RUN-DATE      TO DSP-RESOLVED-DATE
               MOVE WS-RUN-DATE      TO DSP-LAST-UPDATE-DATE
               MOVE WS-ADJUST-AMOUNT TO DSP-ADJUST-AMOUNT
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-RESOLVED
                       IF WS-ADJUST-AMOUNT > 0
                           PERFORM WRITE-ADJUSTMENT
                       END-IF
               END-REWRITE
           END-IF
           .

       WRITE-ADJUSTMENT.
           MOVE 'C'           TO TXN-ACTION
           MOVE 'DISPMNT'     TO TXN-MAKER-ID
           MOVE 'DISPUTE'     TO TXN-ACTIVITY-TYPE
           MOVE MST-CUST-ID   TO TXN-CUST-ID
           MOVE MST-CUST-NAME TO TXN-CUST-NAME
           COMPUTE TXN-BALANCE = MST-BALANCE - WS-ADJUST-AMOUNT
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ADJUSTED
           ADD WS-ADJUST-AMOUNT TO WS-ADJUSTED-TOTAL
           .

      *> Walks the whole dispute file after today's transactions, so a
      *> dispute resolved today is already off the report.
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE 0 TO DSP-CUST-ID
           START DISPUTE-FILE KEY NOT LESS THAN DSP-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-DISPUTE
           PERFORM AGE-ONE-DISPUTE UNTIL WS-SCAN-EOF

           MOVE 'ALL'            TO AGR-FLAG
           MOVE WS-OPEN-COUNT    TO AGR-COUNT
           MOVE WS-OPEN-TOTAL    TO AGR-AMOUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'OVERDUE'        TO AGR-FLAG
           MOVE WS-OVERDUE-COUNT TO AGR-COUNT
           MOVE WS-OVERDUE-TOTAL TO AGR-AMOUNT
           PERFORM WRITE-AGING-TOTAL
           MOVE 'DUE-SOON'        TO AGR-FLAG
           MOVE WS-DUE-SOON-COUNT TO AGR-COUNT
           MOVE WS-DUE-SOON-TOTAL TO AGR-AMOUNT
           PERFORM WRITE-AGING-TOTAL
           CLOSE AGING-REPORT-FILE
           .

       READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       AGE-ONE-DISPUTE.
           IF DSP-OPEN
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DSP-OPENED-DATE)
                    + WS-RESPONSE-DAYS)
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (DSP-OPENED-DATE)
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DEADLINE-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

               INITIALIZE AGING-REPORT-RECORD
               MOVE 'DETAIL'          TO AGR-RECORD-TYPE
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       MOVE 'OVERDUE'  TO AGR-FLAG
                       ADD 1 TO WS-OVERDUE-COUNT
                       ADD DSP-AMOUNT TO WS-OVERDUE-TOTAL
                   WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                       MOVE 'DUE-SOON' TO AGR-FLAG
                       ADD 1 TO WS-DUE-SOON-COUNT
                       ADD DSP-AMOUNT TO WS-DUE-SOON-TOTAL
                   WHEN OTHER
                       MOVE SPACES     TO AGR-FLAG
               END-EVALUATE
               MOVE DSP-CUST-ID       TO AGR-CUST-ID
               MOVE DSP-OWNER         TO AGR-OWNER
               MOVE DSP-REASON-CODE   TO AGR-REASON-CODE
               MOVE DSP-OPENED-DATE   TO AGR-OPENED-DATE
               MOVE WS-DEADLINE-DATE  TO AGR-DEADLINE-DATE
               MOVE WS-DAYS-OPEN      TO AGR-DAYS-OPEN
               MOVE WS-DAYS-LEFT      TO AGR-DAYS-LEFT
               MOVE 1                 TO AGR-COUNT
               MOVE DSP-AMOUNT        TO AGR-AMOUNT
               WRITE AGING-REPORT-RECORD
               ADD 1 TO WS-OPEN-COUNT
               ADD DSP-AMOUNT TO WS-OPEN-TOTAL
           END-IF
           PERFORM READ-NEXT-DISPUTE
           .

       WRITE-AGING-TOTAL.
           MOVE 'TOTAL'  TO AGR-RECORD-TYPE
           MOVE 0        TO AGR-CUST-ID
           MOVE SPACES   TO AGR-OWNER
           MOVE SPACES   TO AGR-REASON-CODE
           MOVE 0        TO AGR-OPENED-DATE
           MOVE 0        TO AGR-DEADLINE-DATE
           MOVE 0        TO AGR-DAYS-OPEN
           MOVE 0        TO AGR-DAYS-LEFT
           WRITE AGING-REPORT-RECORD
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
                   DISPLAY "DISPUTE-MAINTENANCE: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "DISPUTE-MAINTENANCE: *** CANNOT OPEN PERIOD "
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

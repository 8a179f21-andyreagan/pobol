       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-RETURNS.
      *> Processes the bank's returned-debit file for autopay. Each
      *> return is matched by entry date and trace number to the item
      *> AUTOPAY-ORIGINATION kept on the AUTOPAY-ITEM-FILE, and for
      *> each one the run writes two 'C' transactions for
      *> CUSTOMER-MAINTENANCE: a reversal that puts the returned
      *> payment back on the balance, then a returned-payment fee in
      *> the same transaction layout FEE-ASSESSMENT writes its fees in.
      *> The returned-payment fee is owed to us, so it is added to the
      *> balance due on top of the reversal.
      *> Repeated returns suspend the enrollment: once an enrollment's
      *> return count reaches the limit it is set to suspended and
      *> AUTOPAY-ORIGINATION stops debiting it until the customer
      *> gives new bank details through AUTOPAY-MAINTENANCE. A return
      *> that says the account is closed, doesn't exist, or that the
      *> customer has withdrawn the authorization suspends it at once,
      *> since debiting that account again can only come back too.
      *> Returns that can't be matched to an originated item, or that
      *> were already processed, go to REJECT-FILE with a reason code.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO
               WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-ITEM-FILE ASSIGN TO
               WS-ITEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO
               WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CUST-ID
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-CONTROL-FILE ASSIGN TO
               WS-RETURN-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Bank return: the original entry date and trace number, the
      *> amount returned and the bank's return reason code (R01 =
      *> insufficient funds, R02 = account closed, and so on).
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-ENTRY-DATE     PIC 9(8).
           05  RET-TRACE-NUM      PIC 9(15).
           05  RET-AMOUNT         PIC 9(7)V9(2).
           05  RET-RETURN-CODE    PIC X(3).

      *> Same layout AUTOPAY-ORIGINATION writes.
       FD  AUTOPAY-ITEM-FILE.
       01  AUTOPAY-ITEM-RECORD.
           05  ITM-KEY.
               10  ITM-ENTRY-DATE     PIC 9(8).
               10  ITM-TRACE-NUM      PIC 9(15).
           05  ITM-CUST-ID        PIC 9(6).
           05  ITM-AMOUNT         PIC 9(7)V9(2).
           05  ITM-STATUS         PIC X(1).
               88  ITM-RETURNED            VALUE 'R'.
           05  ITM-RETURN-CODE    PIC X(3).
           05  ITM-RETURN-DATE    PIC 9(8).

      *> Same layout AUTOPAY-MAINTENANCE maintains.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  ENR-CUST-ID          PIC 9(6).
           05  ENR-ROUTING-NUM      PIC 9(9).
           05  ENR-ACCOUNT-NUM      PIC X(17).
           05  ENR-ACCOUNT-TYPE     PIC X(1).
           05  ENR-DEBIT-DAY        PIC 9(2).
           05  ENR-AMOUNT-RULE      PIC X(1).
           05  ENR-FIXED-AMOUNT     PIC 9(7)V9(2).
           05  ENR-STATUS           PIC X(1).
               88  ENR-ACTIVE              VALUE 'A'.
               88  ENR-SUSPENDED           VALUE 'S'.
           05  ENR-RETURN-COUNT     PIC 9(2).
           05  ENR-LAST-RETURN-CODE PIC X(3).
           05  ENR-LAST-DEBIT-DATE  PIC 9(8).
           05  ENR-SUSPEND-DATE     PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(35).
           05  REJ-REASON-CODE    PIC X(10).

      *> Control-totals record in the CONTROL-FILE style: payments
      *> reversed, returned-payment fees charged, and enrollments
      *> suspended this run.
       FD  RETURN-CONTROL-FILE.
       01  RETURN-CONTROL-RECORD.
           05  RTCTL-RETURN-COUNT    PIC 9(6).
           05  RTCTL-REVERSED-TOTAL  PIC S9(9)V9(2).
           05  RTCTL-FEE-COUNT       PIC 9(6).
           05  RTCTL-FEE-TOTAL       PIC S9(9)V9(2).
           05  RTCTL-SUSPENDED-COUNT PIC 9(6).
           05  RTCTL-REJECTED-COUNT  PIC 9(6).

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
       01  WS-RETURN-PATH       PIC X(256).
       01  WS-ITEM-PATH         PIC X(256).
       01  WS-ITEM-STATUS       PIC X(2).
           88  WS-ITEM-FOUND           VALUE '00'.
           88  WS-ITEM-NOT-FOUND       VALUE '23'.
       01  WS-ENROLLMENT-PATH   PIC X(256).
       01  WS-ENROLLMENT-STATUS PIC X(2).
           88  WS-ENROLLMENT-FOUND     VALUE '00'.
           88  WS-ENROLLMENT-NOT-FOUND VALUE '23'.
       01  WS-MASTER-PATH       PIC X(256).
       01  WS-MASTER-STATUS     PIC X(2).
           88  WS-MASTER-FOUND         VALUE '00'.
           88  WS-MASTER-NOT-FOUND     VALUE '23'.
       01  WS-TRANSACTION-PATH  PIC X(256).
       01  WS-REJECT-PATH       PIC X(256).
       01  WS-RETURN-CONTROL-PATH PIC X(256).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-EOF-FLAG          PIC 9 VALUE 0.
       01  WS-REJECT-REASON     PIC X(10).

      *> Returned-payment fee, overridable per run.
       01  WS-RETURN-FEE-IN     PIC X(15).
       01  WS-RETURN-FEE        PIC 9(3)V9(2) VALUE 25.00.

      *> Returns an enrollment may accumulate before it is suspended,
      *> overridable per run.
       01  WS-RETURN-LIMIT-IN   PIC X(4).
       01  WS-RETURN-LIMIT      PIC 9(2) VALUE 2.

      *> Return reasons that mean the next debit will come back too.
       01  WS-RETURN-CODE       PIC X(3).
           88  WS-RETURN-ENDS-AUTOPAY  VALUE 'R02' 'R03' 'R04'
                                             'R07' 'R08' 'R10'
                                             'R16' 'R20' 'R29'.

      *> Balances already moved this run, so a second return for the
      *> same customer builds on the first one's reversal and fee
      *> rather than on the master's stale balance.
       01  WS-POSTED-MAX        PIC 9(4) VALUE 2000.
       01  WS-POSTED-COUNT      PIC 9(4) VALUE 0.
       01  WS-POSTED-IDX        PIC 9(4).
       01  WS-POSTED-FOUND-SW   PIC 9 VALUE 0.
           88  WS-POSTED-FOUND         VALUE 1.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 2000 TIMES.
               10  WS-PST-CUST-ID     PIC 9(6).
               10  WS-PST-BALANCE     PIC S9(7)V9(2).

       01  WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01  WS-REVERSED          PIC 9(6) VALUE 0.
       01  WS-REVERSED-TOTAL    PIC S9(9)V9(2) VALUE 0.
       01  WS-FEE-COUNT         PIC 9(6) VALUE 0.
       01  WS-FEE-TOTAL         PIC S9(9)V9(2) VALUE 0.
       01  WS-SUSPENDED         PIC 9(6) VALUE 0.
       01  WS-REJECTED          PIC 9(6) VALUE 0.

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
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "DD_RETURN_FILE"
           ACCEPT WS-ITEM-PATH FROM ENVIRONMENT "DD_AUTOPAY_ITEM_FILE"
           ACCEPT WS-ENROLLMENT-PATH
               FROM ENVIRONMENT "DD_ENROLLMENT_FILE"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-RETURN-CONTROL-PATH
               FROM ENVIRONMENT "DD_RETURN_CONTROL_FILE"
           ACCEPT WS-RETURN-FEE-IN FROM ENVIRONMENT "DD_RETURN_FEE"
           IF WS-RETURN-FEE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-RETURN-FEE-IN)) = 0
                   COMPUTE WS-RETURN-FEE =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-RETURN-FEE-IN))
               ELSE
                   DISPLAY "AUTOPAY-RETURNS: DD_RETURN_FEE VALUE '"
                       FUNCTION TRIM (WS-RETURN-FEE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT FEE"
               END-IF
           END-IF
           ACCEPT WS-RETURN-LIMIT-IN FROM ENVIRONMENT "DD_RETURN_LIMIT"
           IF WS-RETURN-LIMIT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-RETURN-LIMIT-IN)) = 0
                   COMPUTE WS-RETURN-LIMIT =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-RETURN-LIMIT-IN))
               ELSE
                   DISPLAY "AUTOPAY-RETURNS: DD_RETURN_LIMIT VALUE '"
                       FUNCTION TRIM (WS-RETURN-LIMIT-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LIMIT"
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

           OPEN INPUT  RETURN-FILE
           OPEN I-O    AUTOPAY-ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               DISPLAY "AUTOPAY-RETURNS: *** CANNOT OPEN ITEM FILE: "
                   FUNCTION TRIM (WS-ITEM-PATH)
                   " STATUS " WS-ITEM-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = '00'
               DISPLAY "AUTOPAY-RETURNS: *** CANNOT OPEN ENROLLMENT "
                   "FILE: " FUNCTION TRIM (WS-ENROLLMENT-PATH)
                   " STATUS " WS-ENROLLMENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  MASTER-FILE
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT RETURN-CONTROL-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           MOVE WS-REVERSED       TO RTCTL-RETURN-COUNT
           MOVE WS-REVERSED-TOTAL TO RTCTL-REVERSED-TOTAL
           MOVE WS-FEE-COUNT      TO RTCTL-FEE-COUNT
           MOVE WS-FEE-TOTAL      TO RTCTL-FEE-TOTAL
           MOVE WS-SUSPENDED      TO RTCTL-SUSPENDED-COUNT
           MOVE WS-REJECTED       TO RTCTL-REJECTED-COUNT
           WRITE RETURN-CONTROL-RECORD

           CLOSE RETURN-FILE
           CLOSE AUTOPAY-ITEM-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE MASTER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           CLOSE RETURN-CONTROL-FILE

           DISPLAY "RETURNS READ:       " WS-RECORDS-READ
           DISPLAY "PAYMENTS REVERSED:  " WS-REVERSED
           DISPLAY "REVERSED TOTAL:     " WS-REVERSED-TOTAL
           DISPLAY "FEES CHARGED:       " WS-FEE-COUNT
           DISPLAY "FEE TOTAL:          " WS-FEE-TOTAL
           DISPLAY "AUTOPAY SUSPENDED:  " WS-SUSPENDED
           DISPLAY "REJECTED:           " WS-REJECTED
           STOP RUN.

       READ-PROCESS.
           READ RETURN-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM MATCH-RETURNED-ITEM
                   IF WS-REJECT-REASON = SPACES
                       PERFORM REVERSE-RETURNED-PAYMENT
                   ELSE
                       PERFORM REJECT-RETURN-OUT
                   END-IF
           END-READ.

      *> The return has to name an item we originated, that hasn't
      *> already been returned, for the amount we debited, on an
      *> account still on the master.
       MATCH-RETURNED-ITEM.
           MOVE SPACES TO WS-REJECT-REASON
           IF RET-ENTRY-DATE NOT NUMERIC OR RET-TRACE-NUM NOT NUMERIC
               MOVE 'BAD-TRACE' TO WS-REJECT-REASON
           ELSE
               MOVE RET-ENTRY-DATE TO ITM-ENTRY-DATE
               MOVE RET-TRACE-NUM  TO ITM-TRACE-NUM
               READ AUTOPAY-ITEM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-ITEM-NOT-FOUND
                       MOVE 'NO-ITEM' TO WS-REJECT-REASON
                   WHEN ITM-RETURNED
                       MOVE 'DUP-RETURN' TO WS-REJECT-REASON
                   WHEN RET-AMOUNT NOT NUMERIC
                     OR RET-AMOUNT NOT = ITM-AMOUNT
                       MOVE 'AMT-DIFF' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE ITM-CUST-ID TO MST-CUST-ID
                       READ MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-MASTER-NOT-FOUND
                           MOVE 'NO-MASTER' TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           .

       REJECT-RETURN-OUT.
           MOVE RETURN-RECORD    TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       REVERSE-RETURNED-PAYMENT.
           PERFORM FIND-POSTED-CUST
           IF NOT WS-POSTED-FOUND
               IF WS-POSTED-COUNT < WS-POSTED-MAX
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE WS-POSTED-COUNT TO WS-POSTED-IDX
                   MOVE MST-CUST-ID TO WS-PST-CUST-ID (WS-POSTED-IDX)
                   MOVE MST-BALANCE TO WS-PST-BALANCE (WS-POSTED-IDX)
                   SET WS-POSTED-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT WS-POSTED-FOUND
               MOVE 'RUN-LIMIT' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-OUT
           ELSE
               MOVE 'C'           TO TXN-ACTION
               MOVE 'APRETURN'    TO TXN-MAKER-ID
               MOVE 'RETURN'      TO TXN-ACTIVITY-TYPE
               MOVE MST-CUST-ID   TO TXN-CUST-ID
               MOVE MST-CUST-NAME TO TXN-CUST-NAME
               ADD ITM-AMOUNT TO WS-PST-BALANCE (WS-POSTED-IDX)
               MOVE WS-PST-BALANCE (WS-POSTED-IDX) TO TXN-BALANCE
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-REVERSED
               ADD ITM-AMOUNT TO WS-REVERSED-TOTAL

               IF WS-RETURN-FEE > 0
                   ADD WS-RETURN-FEE TO WS-PST-BALANCE (WS-POSTED-IDX)
                   MOVE 'FEE'         TO TXN-ACTIVITY-TYPE
                   MOVE WS-PST-BALANCE (WS-POSTED-IDX) TO TXN-BALANCE
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-RETURN-FEE TO WS-FEE-TOTAL
               END-IF

               MOVE 'R'             TO ITM-STATUS
               MOVE RET-RETURN-CODE TO ITM-RETURN-CODE
               MOVE WS-RUN-DATE     TO ITM-RETURN-DATE
               REWRITE AUTOPAY-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "AUTOPAY-RETURNS: *** CANNOT REWRITE "
                           "ITEM " ITM-TRACE-NUM
                           " STATUS " WS-ITEM-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE

               PERFORM COUNT-RETURN-ON-ENROLLMENT
           END-IF
           .

      *> An enrollment deleted since the debit went out has nothing
      *> left to suspend; the reversal and fee still stand.
       COUNT-RETURN-ON-ENROLLMENT.
           MOVE ITM-CUST-ID TO ENR-CUST-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ENROLLMENT-FOUND
               ADD 1 TO ENR-RETURN-COUNT
               MOVE RET-RETURN-CODE TO ENR-LAST-RETURN-CODE
               MOVE RET-RETURN-CODE TO WS-RETURN-CODE
               IF ENR-ACTIVE
                  AND (ENR-RETURN-COUNT >= WS-RETURN-LIMIT
                       OR WS-RETURN-ENDS-AUTOPAY)
                   MOVE 'S'         TO ENR-STATUS
                   MOVE WS-RUN-DATE TO ENR-SUSPEND-DATE
                   ADD 1 TO WS-SUSPENDED
               END-IF
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "AUTOPAY-RETURNS: *** CANNOT REWRITE "
                           "ENROLLMENT " ENR-CUST-ID
                           " STATUS " WS-ENROLLMENT-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF
           .

       FIND-POSTED-CUST.
           MOVE 0 TO WS-POSTED-FOUND-SW
           MOVE 1 TO WS-POSTED-IDX
           PERFORM CHECK-POSTED-ENTRY
               UNTIL WS-POSTED-FOUND
                  OR WS-POSTED-IDX > WS-POSTED-COUNT
           .

       CHECK-POSTED-ENTRY.
           IF WS-PST-CUST-ID (WS-POSTED-IDX) = MST-CUST-ID
               SET WS-POSTED-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-POSTED-IDX
           END-IF
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "AUTOPAY-RETURNS: *** POSTING "
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
                   DISPLAY "AUTOPAY-RETURNS: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "AUTOPAY-RETURNS: *** CANNOT OPEN PERIOD "
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

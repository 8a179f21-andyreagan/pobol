       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF.
      *> Bad-debt charge-off run. COLLECTIONS-NOTICE escalates an
      *> unpaid account to FINAL (NTC-NOTICE-LEVEL 3) and then keeps
      *> sending FINAL notices; until now nothing ever took the
      *> balance out of receivables. This run walks the notice
      *> history for accounts that have been at FINAL longer than a
      *> configurable number of days (counted from NTC-FINAL-DATE,
      *> the day the account first reached FINAL) and still owe us
      *> money on the master, and writes each one off:
      *>   - a 'C' transaction bringing the master balance to zero,
      *>     ready for CUSTOMER-MAINTENANCE;
      *>   - a record on the keyed CHARGED-OFF-FILE holding what was
      *>     charged off, when, and the notice history that got it
      *>     there -- CASH-APPLICATION checks this file so that a
      *>     later payment from the customer is booked as a recovery
      *>     against the charge-off, not as a normal receivable;
      *>   - a bad-debt expense debit and an allowance credit for the
      *>     run's total, in the GL-FEED-FILE layout GL-EXTRACT
      *>     writes, so the write-off reaches the GL without a rekey.
      *> A customer charged off a second time (brought back, billed,
      *> and run through collections again) keeps one record: the new
      *> charge-off is added to the amount charged off to date and the
      *> dates and notice history are brought up to the latest one.
      *> Every charge-off, first or repeat, is also appended to the
      *> charge-off history log, which keeps each one as it was made
      *> so CHARGEOFF-REPORT can reprint any month exactly. An account
      *> already charged off for the FINAL notice it is still at is
      *> skipped, so a second run before the first run's transactions
      *> are applied writes nothing off twice, whatever day it runs.
      *> When DISPUTE-MAINTENANCE's dispute file is supplied, an amount
      *> in open dispute is not written off: only the undisputed part
      *> of the balance is charged off, the disputed amount stays on
      *> the master until the dispute is resolved, and an account
      *> whose whole balance is in dispute is left alone.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed, and the GL lines are stamped with the
      *> calendar's period instead of the run month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-HISTORY ASSIGN TO
               WS-NOTICE-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-CUST-ID
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHARGED-OFF-FILE ASSIGN TO
               WS-CHARGED-OFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUST-ID
               FILE STATUS IS WS-CHARGED-OFF-STATUS.
           SELECT CHARGEOFF-HISTORY-FILE ASSIGN TO
               WS-CHARGEOFF-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-HISTORY-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO
               WS-GL-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-FILE ASSIGN TO
               WS-DISPUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout COLLECTIONS-NOTICE maintains.
       FD  NOTICE-HISTORY.
       01  NOTICE-HISTORY-RECORD.
           05  NTC-CUST-ID            PIC 9(6).
           05  NTC-LAST-NOTICE-DATE   PIC 9(8).
           05  NTC-NOTICE-LEVEL       PIC 9(1).
           05  NTC-FINAL-DATE         PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Charged-off account: amount charged off to date and the most
      *> recent charge-off, the notice history as it stood at that
      *> charge-off, and what has been recovered since.
       FD  CHARGED-OFF-FILE.
       01  CHARGED-OFF-RECORD.
           05  CO-CUST-ID             PIC 9(6).
           05  CO-CUST-NAME           PIC X(30).
           05  CO-AMOUNT              PIC 9(7)V9(2).
           05  CO-LAST-AMOUNT         PIC 9(7)V9(2).
           05  CO-DATE                PIC 9(8).
           05  CO-LAST-NOTICE-DATE    PIC 9(8).
           05  CO-NOTICE-LEVEL        PIC 9(1).
           05  CO-FINAL-DATE          PIC 9(8).
           05  CO-RECOVERED           PIC 9(7)V9(2).
           05  CO-LAST-RECOVERY-DATE  PIC 9(8).

      *> Charge-off history log, appended run after run: one line per
      *> charge-off, with the amount written off that time and the
      *> notice history behind it. CHARGEOFF-REPORT reads it for the
      *> month's charge-offs.
       FD  CHARGEOFF-HISTORY-FILE.
       01  CHARGEOFF-HISTORY-RECORD.
           05  COH-CUST-ID            PIC 9(6).
           05  COH-CUST-NAME          PIC X(30).
           05  COH-DATE               PIC 9(8).
           05  COH-AMOUNT             PIC 9(7)V9(2).
           05  COH-LAST-NOTICE-DATE   PIC 9(8).
           05  COH-NOTICE-LEVEL       PIC 9(1).
           05  COH-FINAL-DATE         PIC 9(8).

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

      *> Same layout GL-EXTRACT writes.
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GLF-ACCOUNT-CODE   PIC X(10).
           05  GLF-PERIOD         PIC 9(6).
           05  GLF-DR-CR          PIC X(2).
           05  GLF-AMOUNT         PIC 9(9)V9(2).

      *> Same layout DISPUTE-MAINTENANCE maintains.
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
       01  WS-NOTICE-HISTORY-PATH PIC X(256).
       01  WS-NOTICE-STATUS       PIC X(2).
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
       01  WS-CHARGED-OFF-PATH    PIC X(256).
       01  WS-CHARGED-OFF-STATUS  PIC X(2).
           88  WS-CHARGED-OFF-FOUND      VALUE '00'.
           88  WS-CHARGED-OFF-NOT-FOUND  VALUE '23'.
       01  WS-CHARGEOFF-HISTORY-PATH PIC X(256).
       01  WS-CHARGEOFF-HISTORY-STATUS PIC X(2).
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-GL-FEED-PATH        PIC X(256).
       01  WS-DISPUTE-PATH        PIC X(256).
       01  WS-DISPUTE-STATUS      PIC X(2).
           88  WS-DISPUTE-FOUND          VALUE '00'.
       01  WS-DISPUTE-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-DISPUTE-ENABLED        VALUE 1.
       01  WS-DISPUTED-AMOUNT     PIC 9(7)V9(2) VALUE 0.
       01  WS-UNDISPUTED          PIC S9(7)V9(2).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-GL-PERIOD           PIC 9(6).
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.

      *> Days an account must have sat at FINAL before it is written
      *> off, overridable per run.
       01  WS-CHARGEOFF-DAYS-IN   PIC X(5).
       01  WS-CHARGEOFF-DAYS      PIC 9(5) VALUE 90.
       01  WS-DAYS-AT-FINAL       PIC 9(7).
       01  WS-FINAL-DATE          PIC 9(8).
       01  WS-CHARGEOFF-AMOUNT    PIC 9(7)V9(2).

      *> Account codes are configurable per run, as in GL-EXTRACT.
       01  WS-EXPENSE-ACCOUNT-IN  PIC X(10).
       01  WS-EXPENSE-ACCOUNT     PIC X(10) VALUE '6300-BDEXP'.
       01  WS-ALLOWANCE-ACCOUNT-IN PIC X(10).
       01  WS-ALLOWANCE-ACCOUNT    PIC X(10) VALUE '1290-ALLOW'.

       01  WS-FINAL-COUNT         PIC 9(6) VALUE 0.
       01  WS-CHARGEOFF-COUNT     PIC 9(6) VALUE 0.
       01  WS-CHARGEOFF-TOTAL     PIC 9(9)V9(2) VALUE 0.
       01  WS-NOT-DUE-COUNT       PIC 9(6) VALUE 0.
       01  WS-NOTHING-OWED-COUNT  PIC 9(6) VALUE 0.
       01  WS-DISPUTE-HELD-COUNT  PIC 9(6) VALUE 0.
       01  WS-ALREADY-CHARGED-COUNT PIC 9(6) VALUE 0.
       01  WS-FEED-COUNT          PIC 9(6) VALUE 0.

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
           ACCEPT WS-NOTICE-HISTORY-PATH
               FROM ENVIRONMENT "DD_NOTICE_HISTORY"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-CHARGED-OFF-PATH
               FROM ENVIRONMENT "DD_CHARGEOFF_FILE"
           ACCEPT WS-CHARGEOFF-HISTORY-PATH
               FROM ENVIRONMENT "DD_CHARGEOFF_HISTORY_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-GL-FEED-PATH FROM ENVIRONMENT "DD_GL_FEED_FILE"
           ACCEPT WS-DISPUTE-PATH FROM ENVIRONMENT "DD_DISPUTE_FILE"
           IF WS-DISPUTE-PATH NOT = SPACES
               SET WS-DISPUTE-ENABLED TO TRUE
           END-IF
           ACCEPT WS-CHARGEOFF-DAYS-IN
               FROM ENVIRONMENT "DD_CHARGEOFF_DAYS"
           IF WS-CHARGEOFF-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-CHARGEOFF-DAYS-IN)) = 0
                   COMPUTE WS-CHARGEOFF-DAYS =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-CHARGEOFF-DAYS-IN))
               ELSE
                   DISPLAY "CHARGE-OFF: DD_CHARGEOFF_DAYS VALUE '"
                       FUNCTION TRIM (WS-CHARGEOFF-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT DAYS"
               END-IF
           END-IF
           ACCEPT WS-EXPENSE-ACCOUNT-IN
               FROM ENVIRONMENT "DD_GL_BADDEBT_ACCOUNT"
           IF WS-EXPENSE-ACCOUNT-IN NOT = SPACES
               MOVE WS-EXPENSE-ACCOUNT-IN TO WS-EXPENSE-ACCOUNT
           END-IF
           ACCEPT WS-ALLOWANCE-ACCOUNT-IN
               FROM ENVIRONMENT "DD_GL_ALLOWANCE_ACCOUNT"
           IF WS-ALLOWANCE-ACCOUNT-IN NOT = SPACES
               MOVE WS-ALLOWANCE-ACCOUNT-IN TO WS-ALLOWANCE-ACCOUNT
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-GL-PERIOD

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD
           IF WS-PERIOD-ENABLED
               MOVE WS-POSTING-PERIOD TO WS-GL-PERIOD
           END-IF

           OPEN INPUT NOTICE-HISTORY
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT OPEN NOTICE HISTORY: "
                   FUNCTION TRIM (WS-NOTICE-HISTORY-PATH)
                   " STATUS " WS-NOTICE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT OPEN MASTER FILE: "
                   FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CHARGED-OFF-FILE
           IF WS-CHARGED-OFF-STATUS = '35'
               OPEN OUTPUT CHARGED-OFF-FILE
               CLOSE CHARGED-OFF-FILE
               OPEN I-O CHARGED-OFF-FILE
           END-IF
           IF WS-CHARGED-OFF-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT OPEN CHARGED-OFF FILE: "
                   FUNCTION TRIM (WS-CHARGED-OFF-PATH)
                   " STATUS " WS-CHARGED-OFF-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHARGEOFF-HISTORY-FILE
           IF WS-CHARGEOFF-HISTORY-STATUS = '35'
               OPEN OUTPUT CHARGEOFF-HISTORY-FILE
           END-IF
           IF WS-CHARGEOFF-HISTORY-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT OPEN CHARGE-OFF "
                   "HISTORY: " FUNCTION TRIM (WS-CHARGEOFF-HISTORY-PATH)
                   " STATUS " WS-CHARGEOFF-HISTORY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DISPUTE-ENABLED
               OPEN INPUT DISPUTE-FILE
               IF WS-DISPUTE-STATUS NOT = '00'
                   DISPLAY "CHARGE-OFF: *** CANNOT OPEN DISPUTE FILE: "
                       FUNCTION TRIM (WS-DISPUTE-PATH)
                       " STATUS " WS-DISPUTE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT GL-FEED-FILE

           MOVE 0 TO NTC-CUST-ID
           START NOTICE-HISTORY KEY NOT LESS THAN NTC-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-HISTORY
           PERFORM SELECT-FINAL-ACCOUNT UNTIL WS-SCAN-EOF

           IF WS-CHARGEOFF-TOTAL > 0
               PERFORM WRITE-GL-POSTINGS
           END-IF

           CLOSE NOTICE-HISTORY
           CLOSE MASTER-FILE
           CLOSE CHARGED-OFF-FILE
           CLOSE CHARGEOFF-HISTORY-FILE
           CLOSE TRANSACTION-FILE
           CLOSE GL-FEED-FILE
           IF WS-DISPUTE-ENABLED
               CLOSE DISPUTE-FILE
           END-IF

           DISPLAY "ACCOUNTS AT FINAL:     " WS-FINAL-COUNT
           DISPLAY "NOT YET DUE:           " WS-NOT-DUE-COUNT
           DISPLAY "NOTHING OWED:          " WS-NOTHING-OWED-COUNT
           DISPLAY "HELD FOR DISPUTE:      " WS-DISPUTE-HELD-COUNT
           DISPLAY "ALREADY CHARGED OFF:   " WS-ALREADY-CHARGED-COUNT
           DISPLAY "ACCOUNTS CHARGED OFF:  " WS-CHARGEOFF-COUNT
           DISPLAY "TOTAL CHARGED OFF:     " WS-CHARGEOFF-TOTAL
           DISPLAY "GL FEED LINES WRITTEN: " WS-FEED-COUNT
           STOP RUN.

       READ-NEXT-HISTORY.
           READ NOTICE-HISTORY NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

      *> A history entry written before the FINAL date was kept has no
      *> NTC-FINAL-DATE; the last notice date stands in for it, which
      *> can only make the account look newer at FINAL than it is.
       SELECT-FINAL-ACCOUNT.
           IF NTC-NOTICE-LEVEL = 3
               ADD 1 TO WS-FINAL-COUNT
               IF NTC-FINAL-DATE NUMERIC AND NTC-FINAL-DATE > 0
                   MOVE NTC-FINAL-DATE TO WS-FINAL-DATE
               ELSE
                   MOVE NTC-LAST-NOTICE-DATE TO WS-FINAL-DATE
               END-IF
               COMPUTE WS-DAYS-AT-FINAL =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-FINAL-DATE)
               IF WS-DAYS-AT-FINAL > WS-CHARGEOFF-DAYS
                   PERFORM CHARGE-OFF-ACCOUNT
               ELSE
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           END-IF
           PERFORM READ-NEXT-HISTORY
           .

      *> An account that has paid down to nothing (or left the master)
      *> since its last notice has nothing to write off;
      *> COLLECTIONS-NOTICE drops it from the cycle on its next run.
      *> One already charged off for this same FINAL notice still
      *> shows its balance on the master until CUSTOMER-MAINTENANCE
      *> applies the charge-off transaction, so it is left alone; a
      *> repeat charge-off only follows a new trip to FINAL, which
      *> carries a new FINAL date.
       CHARGE-OFF-ACCOUNT.
           MOVE NTC-CUST-ID TO CO-CUST-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE NTC-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CHARGED-OFF-FOUND
                AND CO-FINAL-DATE = WS-FINAL-DATE
                   ADD 1 TO WS-ALREADY-CHARGED-COUNT
               WHEN NOT WS-MASTER-FOUND OR MST-BALANCE NOT > 0
                   ADD 1 TO WS-NOTHING-OWED-COUNT
               WHEN OTHER
                   PERFORM CHARGE-OFF-BALANCE
           END-EVALUATE
           .

       CHARGE-OFF-BALANCE.
           PERFORM LOOKUP-DISPUTED-AMOUNT
           COMPUTE WS-UNDISPUTED = MST-BALANCE - WS-DISPUTED-AMOUNT
           IF WS-UNDISPUTED > 0
               PERFORM WRITE-OFF-UNDISPUTED
           ELSE
               ADD 1 TO WS-DISPUTE-HELD-COUNT
           END-IF
           .

      *> Only an open dispute holds anything back.
       LOOKUP-DISPUTED-AMOUNT.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           IF WS-DISPUTE-ENABLED
               MOVE MST-CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DISPUTE-FOUND AND DSP-OPEN
                   MOVE DSP-AMOUNT TO WS-DISPUTED-AMOUNT
               END-IF
           END-IF
           .

      *> The account is left holding just the amount still in dispute
      *> -- zero when there is none.
       WRITE-OFF-UNDISPUTED.
           MOVE WS-UNDISPUTED TO WS-CHARGEOFF-AMOUNT
           PERFORM RECORD-CHARGE-OFF

           MOVE 'C'           TO TXN-ACTION
           MOVE 'CHGOFF'      TO TXN-MAKER-ID
           MOVE 'CHGOFF'      TO TXN-ACTIVITY-TYPE
           MOVE MST-CUST-ID   TO TXN-CUST-ID
           MOVE MST-CUST-NAME TO TXN-CUST-NAME
           COMPUTE TXN-BALANCE = MST-BALANCE - WS-CHARGEOFF-AMOUNT
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-CHARGEOFF-COUNT
           ADD WS-CHARGEOFF-AMOUNT TO WS-CHARGEOFF-TOTAL
           .

       RECORD-CHARGE-OFF.
           MOVE MST-CUST-ID TO CO-CUST-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHARGED-OFF-NOT-FOUND
               MOVE MST-CUST-ID TO CO-CUST-ID
               MOVE 0           TO CO-AMOUNT
               MOVE 0           TO CO-RECOVERED
               MOVE 0           TO CO-LAST-RECOVERY-DATE
           END-IF
           MOVE MST-CUST-NAME        TO CO-CUST-NAME
           ADD  WS-CHARGEOFF-AMOUNT  TO CO-AMOUNT
           MOVE WS-CHARGEOFF-AMOUNT  TO CO-LAST-AMOUNT
           MOVE WS-RUN-DATE          TO CO-DATE
           MOVE NTC-LAST-NOTICE-DATE TO CO-LAST-NOTICE-DATE
           MOVE NTC-NOTICE-LEVEL     TO CO-NOTICE-LEVEL
           MOVE WS-FINAL-DATE        TO CO-FINAL-DATE
           IF WS-CHARGED-OFF-FOUND
               REWRITE CHARGED-OFF-RECORD
                   INVALID KEY
                       DISPLAY "CHARGE-OFF: *** CANNOT REWRITE "
                           "CHARGED-OFF RECORD " CO-CUST-ID
                           " STATUS " WS-CHARGED-OFF-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CHARGED-OFF-RECORD
                   INVALID KEY
                       DISPLAY "CHARGE-OFF: *** CANNOT WRITE "
                           "CHARGED-OFF RECORD " CO-CUST-ID
                           " STATUS " WS-CHARGED-OFF-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF

           MOVE MST-CUST-ID          TO COH-CUST-ID
           MOVE MST-CUST-NAME        TO COH-CUST-NAME
           MOVE WS-RUN-DATE          TO COH-DATE
           MOVE WS-CHARGEOFF-AMOUNT  TO COH-AMOUNT
           MOVE NTC-LAST-NOTICE-DATE TO COH-LAST-NOTICE-DATE
           MOVE NTC-NOTICE-LEVEL     TO COH-NOTICE-LEVEL
           MOVE WS-FINAL-DATE        TO COH-FINAL-DATE
           WRITE CHARGEOFF-HISTORY-RECORD
           IF WS-CHARGEOFF-HISTORY-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT WRITE CHARGE-OFF "
                   "HISTORY FOR " COH-CUST-ID
                   " STATUS " WS-CHARGEOFF-HISTORY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *> The write-off is provided for out of the allowance: bad-debt
      *> expense is debited and the allowance credited for the run's
      *> total. The receivable itself leaves the GL through
      *> GL-EXTRACT's balance posting once the 'C' transactions are
      *> applied.
       WRITE-GL-POSTINGS.
           MOVE WS-EXPENSE-ACCOUNT   TO GLF-ACCOUNT-CODE
           MOVE WS-GL-PERIOD         TO GLF-PERIOD
           MOVE 'DR'                 TO GLF-DR-CR
           MOVE WS-CHARGEOFF-TOTAL   TO GLF-AMOUNT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT

           MOVE WS-ALLOWANCE-ACCOUNT TO GLF-ACCOUNT-CODE
           MOVE WS-GL-PERIOD         TO GLF-PERIOD
           MOVE 'CR'                 TO GLF-DR-CR
           MOVE WS-CHARGEOFF-TOTAL   TO GLF-AMOUNT
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "CHARGE-OFF: *** POSTING "
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
                   DISPLAY "CHARGE-OFF: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "CHARGE-OFF: *** CANNOT OPEN PERIOD "
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

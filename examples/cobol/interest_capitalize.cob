      *> with a reason code rather than capitalized against a stale
      *> figure -- those rejects are exactly what makes the
      *> reconciliation break, which is the point.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> When DD_INTEREST_YTD_FILE is supplied, a run that reconciles
      *> also adds each capitalized account's interest to that
      *> customer's total for the tax year the posting date falls in,
      *> and appends the run's accrual control total to
      *> DD_INTEREST_CONTROL_HISTORY, so TAX-REPORTING can file the
      *> year's interest and prove it against the year's control
      *> records without anyone re-adding a year of ACCRUAL-FILEs. A
      *> run that doesn't reconcile adds nothing; it is re-run after
      *> the accrual is, and a re-run must not count the year twice:
      *> a control history line already carrying this posting date
      *> and control total means the run has been posted, and the
      *> year-to-date posting is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAP-CONTROL-FILE ASSIGN TO
               WS-CAP-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT INTEREST-YTD-FILE ASSIGN TO
               WS-INTEREST-YTD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-INTEREST-YTD-STATUS.
           SELECT INTEREST-CONTROL-HISTORY ASSIGN TO
               WS-CONTROL-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  CAPCTL-CONTROL-INTEREST PIC S9(9)V9(2).
           05  CAPCTL-RECON-STATUS    PIC X(4).

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

      *> Interest credited to a customer in a tax year, keyed by year
      *> then customer so the year-end run can walk one year. The
      *> interest is carried as the positive amount paid, the reverse
      *> of ACCR-INTEREST's sign. The FILED fields are TAX-REPORTING's:
      *> what it last sent the regulator for this customer and year,
      *> so a later change can be filed as a correction.
       FD  INTEREST-YTD-FILE.
       01  INTEREST-YTD-RECORD.
           05  YTD-KEY.
               10  YTD-TAX-YEAR       PIC 9(4).
               10  YTD-CUST-ID        PIC 9(6).
           05  YTD-INTEREST           PIC S9(9)V9(2).
           05  YTD-LAST-POSTED        PIC 9(8).
           05  YTD-FILED-STATUS       PIC X(1).
               88  YTD-NOT-FILED             VALUE ' '.
               88  YTD-FILED-ORIGINAL        VALUE 'O'.
               88  YTD-FILED-CORRECTED       VALUE 'C'.
           05  YTD-FILED-DATE         PIC 9(8).
           05  YTD-FILED-INTEREST     PIC S9(9)V9(2).
           05  YTD-FILED-WITHHELD     PIC S9(9)V9(2).
           05  YTD-FILED-TIN          PIC X(9).

      *> One line per reconciled run: the tax year it posted to and
      *> the accrual control total it tied to.
       FD  INTEREST-CONTROL-HISTORY.
       01  CONTROL-HISTORY-RECORD.
           05  ICH-TAX-YEAR           PIC 9(4).
           05  ICH-RUN-DATE           PIC 9(8).
           05  ICH-RUN-TIME           PIC 9(6).
           05  ICH-POSTING-DATE       PIC 9(8).
           05  ICH-RECORD-COUNT       PIC 9(6).
           05  ICH-CONTROL-INTEREST   PIC S9(9)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-ACCRUAL-PATH        PIC X(256).
       01  WS-ACCRUAL-CTL-PATH    PIC X(256).
       01  WS-REJECTED-COUNT      PIC 9(6) VALUE 0.
       01  WS-TOTAL-INTEREST      PIC S9(9)V9(2) VALUE 0.

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

      *> Tax-year interest totals, posted only from a reconciled run.
       01  WS-INTEREST-YTD-PATH   PIC X(256).
       01  WS-INTEREST-YTD-STATUS PIC X(2).
           88  WS-YTD-FOUND              VALUE '00'.
           88  WS-YTD-NOT-FOUND          VALUE '23'.
       01  WS-YTD-ENABLED-SW      PIC 9 VALUE 0.
           88  WS-YTD-ENABLED            VALUE 1.
       01  WS-CONTROL-HISTORY-PATH PIC X(256).
       01  WS-CONTROL-HISTORY-STATUS PIC X(2).
       01  WS-HISTORY-EOF-SW      PIC 9 VALUE 0.
           88  WS-HISTORY-EOF            VALUE 1.
       01  WS-ALREADY-POSTED-SW   PIC 9 VALUE 0.
           88  WS-ALREADY-POSTED         VALUE 1.
       01  WS-RECON-PASSED-SW     PIC 9 VALUE 0.
           88  WS-RECON-PASSED           VALUE 1.
       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME.
           05  WS-RUN-HHMMSS      PIC 9(6).
           05  FILLER             PIC 9(2).
       01  WS-YTD-POSTED-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ACCRUAL-PATH FROM ENVIRONMENT "DD_ACCRUAL_FILE"
           ACCEPT WS-CAP-CONTROL-PATH
               FROM ENVIRONMENT "DD_CAP_CONTROL_FILE"

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM SET-POSTING-DATE
           PERFORM CHECK-POSTING-PERIOD

           ACCEPT WS-INTEREST-YTD-PATH
               FROM ENVIRONMENT "DD_INTEREST_YTD_FILE"
           IF WS-INTEREST-YTD-PATH NOT = SPACES
               SET WS-YTD-ENABLED TO TRUE
               ACCEPT WS-CONTROL-HISTORY-PATH
                   FROM ENVIRONMENT "DD_INTEREST_CONTROL_HISTORY"
               IF WS-CONTROL-HISTORY-PATH = SPACES
                   DISPLAY "INTEREST-CAPITALIZE: *** "
                       "DD_INTEREST_CONTROL_HISTORY IS REQUIRED WITH "
                       "DD_INTEREST_YTD_FILE ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-ACCRUAL-CONTROL

           OPEN INPUT  ACCRUAL-FILE
           CLOSE REJECT-FILE
           CLOSE CAP-CONTROL-FILE

           IF WS-YTD-ENABLED AND WS-RECON-PASSED
               PERFORM POST-INTEREST-YTD
           END-IF

           DISPLAY "ACCOUNTS CAPITALIZED: " WS-CAPITALIZED-COUNT
           DISPLAY "ACCOUNTS REJECTED:    " WS-REJECTED-COUNT
           DISPLAY "INTEREST CAPITALIZED: " WS-TOTAL-INTEREST
           IF WS-YTD-ENABLED
               DISPLAY "TAX YEAR " WS-TAX-YEAR " POSTED:  "
                   WS-YTD-POSTED-COUNT
           END-IF
           STOP RUN.

      *> The accrual control total is what the capitalized interest
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'C'            TO TXN-ACTION
                   MOVE 'INTCAP'       TO TXN-MAKER-ID
                   MOVE 'INTEREST'     TO TXN-ACTIVITY-TYPE
                   MOVE ACCR-CUST-ID   TO TXN-CUST-ID
                   MOVE MST-CUST-NAME  TO TXN-CUST-NAME
                   COMPUTE TXN-BALANCE =
           IF WS-CONTROL-LOADED
              AND WS-TOTAL-INTEREST = WS-CONTROL-INTEREST
               MOVE 'PASS' TO CAPCTL-RECON-STATUS
               SET WS-RECON-PASSED TO TRUE
           ELSE
               MOVE 'FAIL' TO CAPCTL-RECON-STATUS
               DISPLAY "INTEREST-CAPITALIZE: *** CAPITALIZED "
           END-IF
           WRITE CAP-CONTROL-RECORD
           .

      *> A run whose control total is already on the control history
      *> for the same posting date has been posted once; posting it
      *> again would double the year's interest and its control total
      *> together, and TAX-REPORTING's proof would still tie.
       POST-INTEREST-YTD.
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED
               DISPLAY "INTEREST-CAPITALIZE: *** ACCRUAL CONTROL "
                   WS-CONTROL-INTEREST " FOR POSTING DATE "
                   WS-POSTING-DATE " WAS ALREADY POSTED TO TAX YEAR "
                   WS-TAX-YEAR ", YTD NOT POSTED AGAIN ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM POST-ACCRUALS-TO-YTD
           END-IF
           .

      *> No control history yet means nothing has been posted.
       CHECK-ALREADY-POSTED.
           MOVE 0 TO WS-ALREADY-POSTED-SW
           MOVE 0 TO WS-HISTORY-EOF-SW
           OPEN INPUT INTEREST-CONTROL-HISTORY
           IF WS-CONTROL-HISTORY-STATUS = '00'
               PERFORM CHECK-ONE-HISTORY-LINE
                   UNTIL WS-HISTORY-EOF OR WS-ALREADY-POSTED
               CLOSE INTEREST-CONTROL-HISTORY
           END-IF
           .

       CHECK-ONE-HISTORY-LINE.
           READ INTEREST-CONTROL-HISTORY
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF ICH-TAX-YEAR = WS-TAX-YEAR
                      AND ICH-POSTING-DATE = WS-POSTING-DATE
                      AND ICH-CONTROL-INTEREST = WS-CONTROL-INTEREST
                       SET WS-ALREADY-POSTED TO TRUE
                   END-IF
           END-READ.

      *> A second pass over the accrual file, made only once the run
      *> has reconciled: the master was opened for input, so the same
      *> accounts verify now as did the first time, and each one's
      *> interest goes to its tax-year total.
       POST-ACCRUALS-TO-YTD.
           OPEN I-O INTEREST-YTD-FILE
           IF WS-INTEREST-YTD-STATUS = '35'
               OPEN OUTPUT INTEREST-YTD-FILE
               CLOSE INTEREST-YTD-FILE
               OPEN I-O INTEREST-YTD-FILE
           END-IF
           IF WS-INTEREST-YTD-STATUS NOT = '00'
               DISPLAY "INTEREST-CAPITALIZE: *** CANNOT OPEN "
                   "INTEREST YTD FILE: "
                   FUNCTION TRIM (WS-INTEREST-YTD-PATH)
                   " STATUS " WS-INTEREST-YTD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ACCRUAL-FILE
               OPEN INPUT MASTER-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM POST-ONE-ACCRUAL-YTD UNTIL WS-EOF-FLAG = 1
               CLOSE ACCRUAL-FILE
               CLOSE MASTER-FILE
               CLOSE INTEREST-YTD-FILE
               PERFORM WRITE-CONTROL-HISTORY
           END-IF
           .

       POST-ONE-ACCRUAL-YTD.
           READ ACCRUAL-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   MOVE ACCR-CUST-ID TO MST-CUST-ID
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MASTER-FOUND
                      AND MST-BALANCE = ACCR-BALANCE
                       PERFORM ADD-TO-INTEREST-YTD
                   END-IF
           END-READ.

       ADD-TO-INTEREST-YTD.
           MOVE WS-TAX-YEAR  TO YTD-TAX-YEAR
           MOVE ACCR-CUST-ID TO YTD-CUST-ID
           READ INTEREST-YTD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-YTD-FOUND
               SUBTRACT ACCR-INTEREST FROM YTD-INTEREST
               MOVE WS-POSTING-DATE TO YTD-LAST-POSTED
               REWRITE INTEREST-YTD-RECORD
           ELSE
               MOVE 0               TO YTD-INTEREST
               SUBTRACT ACCR-INTEREST FROM YTD-INTEREST
               MOVE WS-POSTING-DATE TO YTD-LAST-POSTED
               MOVE SPACE           TO YTD-FILED-STATUS
               MOVE 0               TO YTD-FILED-DATE
               MOVE 0               TO YTD-FILED-INTEREST
               MOVE 0               TO YTD-FILED-WITHHELD
               MOVE SPACES          TO YTD-FILED-TIN
               WRITE INTEREST-YTD-RECORD
           END-IF
           IF WS-INTEREST-YTD-STATUS = '00'
               ADD 1 TO WS-YTD-POSTED-COUNT
           ELSE
               DISPLAY "INTEREST-CAPITALIZE: *** INTEREST YTD NOT "
                   "POSTED FOR " ACCR-CUST-ID " STATUS "
                   WS-INTEREST-YTD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       WRITE-CONTROL-HISTORY.
           OPEN EXTEND INTEREST-CONTROL-HISTORY
           IF WS-CONTROL-HISTORY-STATUS = '35'
               OPEN OUTPUT INTEREST-CONTROL-HISTORY
           END-IF
           IF WS-CONTROL-HISTORY-STATUS NOT = '00'
               DISPLAY "INTEREST-CAPITALIZE: *** CANNOT OPEN "
                   "INTEREST CONTROL HISTORY: "
                   FUNCTION TRIM (WS-CONTROL-HISTORY-PATH)
                   " STATUS " WS-CONTROL-HISTORY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-TAX-YEAR          TO ICH-TAX-YEAR
               MOVE WS-RUN-DATE          TO ICH-RUN-DATE
               MOVE WS-RUN-HHMMSS        TO ICH-RUN-TIME
               MOVE WS-POSTING-DATE      TO ICH-POSTING-DATE
               MOVE WS-CAPITALIZED-COUNT TO ICH-RECORD-COUNT
               MOVE WS-CONTROL-INTEREST  TO ICH-CONTROL-INTEREST
               WRITE CONTROL-HISTORY-RECORD
               CLOSE INTEREST-CONTROL-HISTORY
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
                   DISPLAY "INTEREST-CAPITALIZE: *** POSTING "
                       "REFUSED ("
                       FUNCTION TRIM (WS-PERIOD-REASON)
                       "): POSTING DATE " WS-POSTING-DATE
                       " PERIOD " WS-POSTING-PERIOD " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> The posting date dates the period check and the tax year the
      *> interest is reported in.
       SET-POSTING-DATE.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POSTING-DATE-IN
               FROM ENVIRONMENT "DD_POSTING_DATE"
           IF WS-POSTING-DATE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-POSTING-DATE-IN)) = 0
                   COMPUTE WS-POSTING-DATE = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-POSTING-DATE-IN))
               ELSE
                   DISPLAY "INTEREST-CAPITALIZE: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF
           COMPUTE WS-TAX-YEAR = WS-POSTING-DATE / 10000
           .

      *> Finds the calendar period the posting date falls in and why,
      *> if at all, it can't take postings: PER-CLOSNG while
      *> PERIOD-CLOSE has it frozen, PER-CLOSED once it is closed, and
      *> NO-PERIOD for a date the calendar doesn't cover.
       FIND-POSTING-PERIOD.
           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "INTEREST-CAPITALIZE: *** CANNOT OPEN PERIOD "
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

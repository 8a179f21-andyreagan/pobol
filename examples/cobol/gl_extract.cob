      *> INTEREST-ACCRUAL's control file adds an interest-expense
      *> line, so capitalized interest reaches the GL without finance
      *> re-keying the accrual totals by hand.
      *> Sales tax FEE-ASSESSMENT charged on the fees is not income:
      *> it is owed to the states, so it posts as its own credit to
      *> sales tax payable alongside the fee-income line.
      *> When PERIOD-MAINTENANCE's calendar is supplied, GLF-PERIOD
      *> comes from the calendar instead of the run month: the period
      *> the posting date falls in while it is open or still closing,
      *> and, for entries arriving after that period has closed (or on
      *> a date the calendar doesn't cover), the next open period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-FEED-FILE ASSIGN TO
               WS-GL-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FCTL-ASSESSED-COUNT  PIC 9(6).
           05  FCTL-WAIVED-COUNT    PIC 9(6).
           05  FCTL-TOTAL-FEES      PIC S9(9)V9(2).
           05  FCTL-TOTAL-TAX       PIC S9(9)V9(2).

      *> Accrual-run control totals, as INTEREST-ACCRUAL writes them.
       FD  ACCRUAL-CONTROL-FILE.
           05  GLF-DR-CR          PIC X(2).
           05  GLF-AMOUNT         PIC 9(9)V9(2).

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
       01  WS-CONTROL-PATH        PIC X(256).
       01  WS-GL-FEED-PATH        PIC X(256).
       01  WS-DISCOUNT-ACCOUNT    PIC X(10) VALUE '6100-DISC'.
       01  WS-FEE-ACCOUNT-IN      PIC X(10).
       01  WS-FEE-ACCOUNT         PIC X(10) VALUE '4200-FEE'.
       01  WS-SALES-TAX-ACCOUNT-IN PIC X(10).
       01  WS-SALES-TAX-ACCOUNT   PIC X(10) VALUE '2300-STAX'.

       01  WS-FEE-CONTROL-PATH    PIC X(256).
       01  WS-FEE-CONTROL-STATUS  PIC X(2).
       01  WS-GL-PERIOD           PIC 9(6).
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
       01  WS-NEXT-OPEN-PERIOD    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CONTROL-PATH  FROM ENVIRONMENT "DD_CONTROL_FILE"
           IF WS-FEE-ACCOUNT-IN NOT = SPACES
               MOVE WS-FEE-ACCOUNT-IN TO WS-FEE-ACCOUNT
           END-IF
           ACCEPT WS-SALES-TAX-ACCOUNT-IN
               FROM ENVIRONMENT "DD_GL_SALES_TAX_ACCOUNT"
           IF WS-SALES-TAX-ACCOUNT-IN NOT = SPACES
               MOVE WS-SALES-TAX-ACCOUNT-IN TO WS-SALES-TAX-ACCOUNT
           END-IF
           ACCEPT WS-ACCRUAL-CTL-PATH
               FROM ENVIRONMENT "DD_ACCRUAL_CONTROL_FILE"
           ACCEPT WS-INTEREST-ACCOUNT-IN

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-GL-PERIOD
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
               PERFORM ASSIGN-GL-PERIOD
           END-IF

           OPEN INPUT  CONTROL-FILE
           OPEN OUTPUT GL-FEED-FILE
      *> Fees charged to the customers post as a credit to fee income.
      *> A configured fee control file that can't be read or is empty
      *> is the same stale-input failure CONTROL-MERGE flags: posting
      *> around it would understate the period's income. A fee run
      *> that charged no tax (or predates the tax field) writes no
      *> sales-tax line.
       WRITE-FEE-POSTING.
           OPEN INPUT FEE-CONTROL-FILE
           IF WS-FEE-CONTROL-STATUS = '00'
                       MOVE FCTL-TOTAL-FEES TO GLF-AMOUNT
                       WRITE GL-FEED-RECORD
                       ADD 1 TO WS-FEED-COUNT
                       IF FCTL-TOTAL-TAX NUMERIC
                          AND FCTL-TOTAL-TAX NOT = 0
                           MOVE WS-SALES-TAX-ACCOUNT
                               TO GLF-ACCOUNT-CODE
                           MOVE 'CR'           TO GLF-DR-CR
                           MOVE FCTL-TOTAL-TAX TO GLF-AMOUNT
                           WRITE GL-FEED-RECORD
                           ADD 1 TO WS-FEED-COUNT
                       END-IF
               END-READ
               CLOSE FEE-CONTROL-FILE
           ELSE
               MOVE 16 TO RETURN-CODE
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
                   DISPLAY "GL-EXTRACT: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "GL-EXTRACT: *** CANNOT OPEN PERIOD "
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

      *> A period in closing still takes GL lines -- the close's trial
      *> balance is built from them -- so only a closed period, or a
      *> gap in the calendar, rolls the feed forward.
       ASSIGN-GL-PERIOD.
           PERFORM FIND-POSTING-PERIOD
           IF WS-PERIOD-REASON = SPACES
              OR WS-PERIOD-REASON = 'PER-CLOSNG'
               MOVE WS-POSTING-PERIOD TO WS-GL-PERIOD
           ELSE
               PERFORM FIND-NEXT-OPEN-PERIOD
               IF WS-NEXT-OPEN-PERIOD = 0
                   DISPLAY "GL-EXTRACT: *** NO OPEN PERIOD AFTER "
                       "POSTING DATE " WS-POSTING-DATE " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "GL-EXTRACT: POSTING DATE " WS-POSTING-DATE
                   " (" FUNCTION TRIM (WS-PERIOD-REASON)
                   "), POSTED TO PERIOD " WS-NEXT-OPEN-PERIOD
               MOVE WS-NEXT-OPEN-PERIOD TO WS-GL-PERIOD
           END-IF
           .

       FIND-NEXT-OPEN-PERIOD.
           MOVE 0 TO WS-NEXT-OPEN-PERIOD
           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "GL-EXTRACT: *** CANNOT OPEN PERIOD "
                   "CALENDAR: "
                   FUNCTION TRIM (WS-PERIOD-CALENDAR-PATH)
                   " STATUS " WS-PERIOD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PERIOD-SCAN-SW
           MOVE 0 TO PER-PERIOD
           START PERIOD-CALENDAR KEY NOT LESS THAN PER-PERIOD
               INVALID KEY
                   SET WS-PERIOD-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-PERIOD
           PERFORM CHECK-NEXT-OPEN UNTIL WS-PERIOD-SCAN-DONE
           CLOSE PERIOD-CALENDAR
           .

       CHECK-NEXT-OPEN.
           IF PER-OPEN AND PER-START-DATE > WS-POSTING-DATE
               MOVE PER-PERIOD TO WS-NEXT-OPEN-PERIOD
               SET WS-PERIOD-SCAN-DONE TO TRUE
           ELSE
               PERFORM READ-NEXT-PERIOD
           END-IF
           .

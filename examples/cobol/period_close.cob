       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
      *> Month-end close for one accounting period on the calendar
      *> PERIOD-MAINTENANCE keeps. The period is frozen first -- its
      *> status goes to closing, and from then on every money-moving
      *> program refuses to post into it -- and a period-end trial
      *> balance is written comparing the master's total MST-BALANCE
      *> to the GL's receivables total for the period: the net of the
      *> receivables-account lines (debits less credits) in the GL
      *> feed, for that period only, the same re-signing DAYEND-PROOF
      *> does on the balance posting. Only when the two agree to the
      *> cent is the period marked closed, with the closed date and
      *> both totals kept on the calendar record; otherwise it is left
      *> in closing with a non-zero RETURN-CODE, so nothing can post
      *> into it while finance finds the difference, and the close is
      *> simply run again once it is cleared.
      *> Periods close in order: a period can't be closed while an
      *> earlier one is still open or closing. The master is totalled
      *> as it stands, so the close belongs before the next period's
      *> postings start.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO
               WS-GL-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO
               WS-TRIAL-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GLF-ACCOUNT-CODE   PIC X(10).
           05  GLF-PERIOD         PIC 9(6).
           05  GLF-DR-CR          PIC X(2).
           05  GLF-AMOUNT         PIC 9(9)V9(2).

      *> Trial balance sheet, one line per figure in the DAYEND-PROOF
      *> manner: the period, what the line is, TIE/OUT on the
      *> difference line, the amount, and how many master records or
      *> GL lines went into it.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD.
           05  TB-PERIOD          PIC 9(6).
           05  TB-LINE            PIC X(30).
           05  TB-STATUS          PIC X(4).
           05  TB-AMOUNT          PIC S9(11)V9(2).
           05  TB-COUNT           PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-PATH PIC X(256).
       01  WS-PERIOD-STATUS       PIC X(2).
           88  WS-PERIOD-FOUND           VALUE '00'.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
       01  WS-GL-FEED-PATH        PIC X(256).
       01  WS-GL-FEED-STATUS      PIC X(2).
       01  WS-TRIAL-BALANCE-PATH  PIC X(256).
       01  WS-RUN-DATE            PIC 9(8).

      *> The GL feed identifies its lines by account code, so the
      *> close has to know the receivables code GL-EXTRACT posts to.
       01  WS-BALANCE-ACCOUNT-IN  PIC X(10).
       01  WS-BALANCE-ACCOUNT     PIC X(10) VALUE '1200-AR'.

       01  WS-CLOSE-PERIOD-IN     PIC X(6).
       01  WS-CLOSE-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PRIOR-OPEN-PERIOD   PIC 9(6) VALUE 0.

       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.
       01  WS-GL-EOF-SW           PIC 9 VALUE 0.
           88  WS-GL-EOF                 VALUE 1.

       01  WS-MASTER-COUNT        PIC 9(7) VALUE 0.
       01  WS-MASTER-TOTAL        PIC S9(11)V9(2) VALUE 0.
       01  WS-GL-LINE-COUNT       PIC 9(7) VALUE 0.
       01  WS-GL-DEBIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-GL-CREDIT-COUNT     PIC 9(7) VALUE 0.
       01  WS-GL-DEBITS           PIC S9(11)V9(2) VALUE 0.
       01  WS-GL-CREDITS          PIC S9(11)V9(2) VALUE 0.
       01  WS-GL-TOTAL            PIC S9(11)V9(2) VALUE 0.
       01  WS-DIFFERENCE          PIC S9(11)V9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-GL-FEED-PATH FROM ENVIRONMENT "DD_GL_FEED_FILE"
           ACCEPT WS-TRIAL-BALANCE-PATH
               FROM ENVIRONMENT "DD_TRIAL_BALANCE_FILE"
           ACCEPT WS-BALANCE-ACCOUNT-IN
               FROM ENVIRONMENT "DD_GL_BALANCE_ACCOUNT"
           IF WS-BALANCE-ACCOUNT-IN NOT = SPACES
               MOVE WS-BALANCE-ACCOUNT-IN TO WS-BALANCE-ACCOUNT
           END-IF
           ACCEPT WS-CLOSE-PERIOD-IN
               FROM ENVIRONMENT "DD_CLOSE_PERIOD"
           IF FUNCTION TEST-NUMVAL
               (FUNCTION TRIM (WS-CLOSE-PERIOD-IN)) = 0
               COMPUTE WS-CLOSE-PERIOD =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-CLOSE-PERIOD-IN))
           ELSE
               DISPLAY "PERIOD-CLOSE: *** DD_CLOSE_PERIOD VALUE '"
                   FUNCTION TRIM (WS-CLOSE-PERIOD-IN)
                   "' IS NOT A PERIOD ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: *** CANNOT OPEN PERIOD CALENDAR: "
                   FUNCTION TRIM (WS-PERIOD-CALENDAR-PATH)
                   " STATUS " WS-PERIOD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-PRIOR-PERIODS
           PERFORM FREEZE-PERIOD

           OPEN OUTPUT TRIAL-BALANCE-FILE

           PERFORM TOTAL-MASTER
           PERFORM TOTAL-GL-RECEIVABLES
           PERFORM WRITE-TRIAL-BALANCE

           IF WS-DIFFERENCE = 0
               PERFORM MARK-PERIOD-CLOSED
           ELSE
               DISPLAY "PERIOD-CLOSE: *** PERIOD " WS-CLOSE-PERIOD
                   " OUT OF BALANCE BY " WS-DIFFERENCE
                   ", LEFT IN CLOSING ***"
               MOVE 16 TO RETURN-CODE
           END-IF

           CLOSE PERIOD-CALENDAR
           CLOSE TRIAL-BALANCE-FILE

           DISPLAY "PERIOD:            " WS-CLOSE-PERIOD
           DISPLAY "MASTER ACCOUNTS:   " WS-MASTER-COUNT
           DISPLAY "MASTER TOTAL:      " WS-MASTER-TOTAL
           DISPLAY "GL LINES:          " WS-GL-LINE-COUNT
           DISPLAY "GL RECEIVABLES:    " WS-GL-TOTAL
           DISPLAY "DIFFERENCE:        " WS-DIFFERENCE
           DISPLAY "PERIOD STATUS:     " PER-STATUS
           STOP RUN.

      *> Walks the calendar up to the period being closed; any earlier
      *> period not yet closed stops the run before anything is
      *> frozen.
       CHECK-PRIOR-PERIODS.
           MOVE 0 TO PER-PERIOD
           START PERIOD-CALENDAR KEY NOT LESS THAN PER-PERIOD
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-PERIOD
           PERFORM CHECK-ONE-PRIOR UNTIL WS-SCAN-EOF

           IF WS-PRIOR-OPEN-PERIOD NOT = 0
               DISPLAY "PERIOD-CLOSE: *** EARLIER PERIOD "
                   WS-PRIOR-OPEN-PERIOD " IS NOT CLOSED, PERIOD "
                   WS-CLOSE-PERIOD " NOT CLOSED ***"
               CLOSE PERIOD-CALENDAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-NEXT-PERIOD.
           READ PERIOD-CALENDAR NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-PRIOR.
           IF PER-PERIOD NOT < WS-CLOSE-PERIOD
               SET WS-SCAN-EOF TO TRUE
           ELSE
               IF NOT PER-CLOSED
                   MOVE PER-PERIOD TO WS-PRIOR-OPEN-PERIOD
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   PERFORM READ-NEXT-PERIOD
               END-IF
           END-IF
           .

      *> A period already in closing is a rerun after an out-of-balance
      *> close and is taken as it stands; an open one is frozen here.
       FREEZE-PERIOD.
           MOVE WS-CLOSE-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-PERIOD-FOUND
                   DISPLAY "PERIOD-CLOSE: *** PERIOD " WS-CLOSE-PERIOD
                       " IS NOT ON THE CALENDAR ***"
                   CLOSE PERIOD-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN PER-CLOSED
                   DISPLAY "PERIOD-CLOSE: *** PERIOD " WS-CLOSE-PERIOD
                       " WAS ALREADY CLOSED ON " PER-CLOSED-DATE " ***"
                   CLOSE PERIOD-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN PER-OPEN
                   SET PER-CLOSING TO TRUE
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           DISPLAY "PERIOD-CLOSE: *** CANNOT FREEZE "
                               "PERIOD " WS-CLOSE-PERIOD
                               " STATUS " WS-PERIOD-STATUS " ***"
                           CLOSE PERIOD-CALENDAR
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-EVALUATE
           .

       TOTAL-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: *** CANNOT OPEN MASTER FILE: "
                   FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               CLOSE PERIOD-CALENDAR
               CLOSE TRIAL-BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ADD-MASTER-BALANCE UNTIL WS-EOF-FLAG = 1
           CLOSE MASTER-FILE
           .

       ADD-MASTER-BALANCE.
           READ MASTER-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   ADD MST-BALANCE TO WS-MASTER-TOTAL
           END-READ.

      *> An unreadable GL feed can't prove anything, so it stops the
      *> close with the period still frozen, the same stance
      *> DAYEND-PROOF takes on a configured file it can't read.
       TOTAL-GL-RECEIVABLES.
           OPEN INPUT GL-FEED-FILE
           IF WS-GL-FEED-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: *** CANNOT OPEN GL FEED: "
                   FUNCTION TRIM (WS-GL-FEED-PATH)
                   " STATUS " WS-GL-FEED-STATUS " ***"
               CLOSE PERIOD-CALENDAR
               CLOSE TRIAL-BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-GL-FEED
           PERFORM SIFT-GL-LINE UNTIL WS-GL-EOF
           CLOSE GL-FEED-FILE
           COMPUTE WS-GL-TOTAL = WS-GL-DEBITS - WS-GL-CREDITS
           COMPUTE WS-DIFFERENCE = WS-MASTER-TOTAL - WS-GL-TOTAL
           .

       READ-GL-FEED.
           READ GL-FEED-FILE
               AT END
                   SET WS-GL-EOF TO TRUE
           END-READ.

      *> GLF-AMOUNT is an unsigned magnitude with GLF-DR-CR carrying
      *> the direction: a receivables debit adds to what customers
      *> owe, a credit takes it away.
       SIFT-GL-LINE.
           IF GLF-ACCOUNT-CODE = WS-BALANCE-ACCOUNT
              AND GLF-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-GL-LINE-COUNT
               IF GLF-DR-CR = 'CR'
                   ADD 1 TO WS-GL-CREDIT-COUNT
                   ADD GLF-AMOUNT TO WS-GL-CREDITS
               ELSE
                   ADD 1 TO WS-GL-DEBIT-COUNT
                   ADD GLF-AMOUNT TO WS-GL-DEBITS
               END-IF
           END-IF
           PERFORM READ-GL-FEED
           .

       WRITE-TRIAL-BALANCE.
           MOVE WS-CLOSE-PERIOD         TO TB-PERIOD
           MOVE 'MASTER TOTAL MST-BALANCE' TO TB-LINE
           MOVE SPACES                  TO TB-STATUS
           MOVE WS-MASTER-TOTAL         TO TB-AMOUNT
           MOVE WS-MASTER-COUNT         TO TB-COUNT
           WRITE TRIAL-BALANCE-RECORD

           MOVE 'GL RECEIVABLES DEBITS'    TO TB-LINE
           MOVE WS-GL-DEBITS            TO TB-AMOUNT
           MOVE WS-GL-DEBIT-COUNT       TO TB-COUNT
           WRITE TRIAL-BALANCE-RECORD

           MOVE 'GL RECEIVABLES CREDITS'   TO TB-LINE
           MOVE WS-GL-CREDITS           TO TB-AMOUNT
           MOVE WS-GL-CREDIT-COUNT      TO TB-COUNT
           WRITE TRIAL-BALANCE-RECORD

           MOVE 'GL RECEIVABLES NET'       TO TB-LINE
           MOVE WS-GL-TOTAL             TO TB-AMOUNT
           MOVE WS-GL-LINE-COUNT        TO TB-COUNT
           WRITE TRIAL-BALANCE-RECORD

           MOVE 'MASTER LESS GL'           TO TB-LINE
           IF WS-DIFFERENCE = 0
               MOVE 'TIE'               TO TB-STATUS
           ELSE
               MOVE 'OUT'               TO TB-STATUS
           END-IF
           MOVE WS-DIFFERENCE           TO TB-AMOUNT
           MOVE 0                       TO TB-COUNT
           WRITE TRIAL-BALANCE-RECORD
           .

       MARK-PERIOD-CLOSED.
           MOVE WS-CLOSE-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ
           SET PER-CLOSED          TO TRUE
           MOVE WS-RUN-DATE        TO PER-CLOSED-DATE
           MOVE WS-MASTER-TOTAL    TO PER-MASTER-TOTAL
           MOVE WS-GL-TOTAL        TO PER-GL-TOTAL
           REWRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "PERIOD-CLOSE: *** CANNOT CLOSE PERIOD "
                       WS-CLOSE-PERIOD " STATUS " WS-PERIOD-STATUS
                       " ***"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           .

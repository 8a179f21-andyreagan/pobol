       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-ORIGINATION.
      *> Daily direct-debit origination for customers enrolled in
      *> autopay. Walks the keyed ENROLLMENT-FILE AUTOPAY-MAINTENANCE
      *> keeps, picks out the active enrollments whose debit day has
      *> come round this month and that haven't been debited yet this
      *> month (so a run missed over a weekend or holiday is caught up
      *> the next day, never twice), and debits each one for its
      *> MST-BALANCE -- the whole balance due, or the enrolled fixed
      *> amount capped at the balance due. An account with nothing due
      *> is not debited.
      *> Every debit goes out in an ACH-style file -- file header, one
      *> batch header, an entry per debit, and batch and file control
      *> records carrying the entry count, entry hash and debit total
      *> the bank checks the file against -- and comes back in as a
      *> 'C' posting transaction with the payment taken off the
      *> balance, ready for CUSTOMER-MAINTENANCE. Each debit is also
      *> kept on the keyed AUTOPAY-ITEM-FILE under its trace number,
      *> which is how AUTOPAY-RETURNS finds the payment to reverse when
      *> the bank sends one back.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *> Originated items: permanent, keyed by entry date and trace
      *> number, created on first use.
           SELECT AUTOPAY-ITEM-FILE ASSIGN TO
               WS-ITEM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ACH-FILE ASSIGN TO
               WS-ACH-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *> Originated item: O = originated, R = returned by the bank.
       FD  AUTOPAY-ITEM-FILE.
       01  AUTOPAY-ITEM-RECORD.
           05  ITM-KEY.
               10  ITM-ENTRY-DATE     PIC 9(8).
               10  ITM-TRACE-NUM.
                   15  ITM-TRACE-ODFI PIC 9(8).
                   15  ITM-TRACE-SEQ  PIC 9(7).
           05  ITM-CUST-ID        PIC 9(6).
           05  ITM-AMOUNT         PIC 9(7)V9(2).
           05  ITM-STATUS         PIC X(1).
           05  ITM-RETURN-CODE    PIC X(3).
           05  ITM-RETURN-DATE    PIC 9(8).

      *> ACH-style debit file, 94-byte records: 1 = file header,
      *> 5 = batch header, 6 = entry detail, 8 = batch control,
      *> 9 = file control, then all-nines filler to a block of ten.
       FD  ACH-FILE.
       01  ACH-FILE-HEADER.
           05  AFH-RECORD-TYPE    PIC X(1).
           05  AFH-PRIORITY       PIC X(2).
           05  AFH-IMMED-DEST     PIC X(10).
           05  AFH-IMMED-ORIGIN   PIC X(10).
           05  AFH-CREATION-DATE  PIC 9(6).
           05  AFH-CREATION-TIME  PIC 9(4).
           05  AFH-FILE-ID-MOD    PIC X(1).
           05  AFH-RECORD-SIZE    PIC X(3).
           05  AFH-BLOCKING       PIC X(2).
           05  AFH-FORMAT-CODE    PIC X(1).
           05  AFH-DEST-NAME      PIC X(23).
           05  AFH-ORIGIN-NAME    PIC X(23).
           05  AFH-REFERENCE      PIC X(8).
       01  ACH-BATCH-HEADER.
           05  ABH-RECORD-TYPE    PIC X(1).
           05  ABH-SERVICE-CLASS  PIC X(3).
           05  ABH-COMPANY-NAME   PIC X(16).
           05  ABH-DISCRETIONARY  PIC X(20).
           05  ABH-COMPANY-ID     PIC X(10).
           05  ABH-SEC-CODE       PIC X(3).
           05  ABH-ENTRY-DESC     PIC X(10).
           05  ABH-DESC-DATE      PIC X(6).
           05  ABH-EFFECTIVE-DATE PIC 9(6).
           05  ABH-SETTLEMENT     PIC X(3).
           05  ABH-ORIG-STATUS    PIC X(1).
           05  ABH-ODFI-ID        PIC 9(8).
           05  ABH-BATCH-NUM      PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           05  AED-RECORD-TYPE    PIC X(1).
           05  AED-TRAN-CODE      PIC X(2).
           05  AED-RDFI-ID        PIC 9(8).
           05  AED-CHECK-DIGIT    PIC 9(1).
           05  AED-DFI-ACCOUNT    PIC X(17).
           05  AED-AMOUNT         PIC 9(8)V9(2).
           05  AED-INDIVIDUAL-ID  PIC X(15).
           05  AED-INDIVIDUAL-NAME PIC X(22).
           05  AED-DISCRETIONARY  PIC X(2).
           05  AED-ADDENDA-IND    PIC X(1).
           05  AED-TRACE-NUM      PIC 9(15).
       01  ACH-BATCH-CONTROL.
           05  ABC-RECORD-TYPE    PIC X(1).
           05  ABC-SERVICE-CLASS  PIC X(3).
           05  ABC-ENTRY-COUNT    PIC 9(6).
           05  ABC-ENTRY-HASH     PIC 9(10).
           05  ABC-TOTAL-DEBIT    PIC 9(10)V9(2).
           05  ABC-TOTAL-CREDIT   PIC 9(10)V9(2).
           05  ABC-COMPANY-ID     PIC X(10).
           05  ABC-AUTH-CODE      PIC X(19).
           05  ABC-RESERVED       PIC X(6).
           05  ABC-ODFI-ID        PIC 9(8).
           05  ABC-BATCH-NUM      PIC 9(7).
       01  ACH-FILE-CONTROL.
           05  AFC-RECORD-TYPE    PIC X(1).
           05  AFC-BATCH-COUNT    PIC 9(6).
           05  AFC-BLOCK-COUNT    PIC 9(6).
           05  AFC-ENTRY-COUNT    PIC 9(8).
           05  AFC-ENTRY-HASH     PIC 9(10).
           05  AFC-TOTAL-DEBIT    PIC 9(10)V9(2).
           05  AFC-TOTAL-CREDIT   PIC 9(10)V9(2).
           05  AFC-RESERVED       PIC X(39).
       01  ACH-FILLER-RECORD      PIC X(94).

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
       01  WS-ENROLLMENT-PATH   PIC X(256).
       01  WS-ENROLLMENT-STATUS PIC X(2).
       01  WS-MASTER-PATH       PIC X(256).
       01  WS-MASTER-STATUS     PIC X(2).
           88  WS-MASTER-FOUND         VALUE '00'.
           88  WS-MASTER-NOT-FOUND     VALUE '23'.
       01  WS-ITEM-PATH         PIC X(256).
       01  WS-ITEM-STATUS       PIC X(2).
       01  WS-ACH-PATH          PIC X(256).
       01  WS-TRANSACTION-PATH  PIC X(256).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-CC          PIC 9(2).
           05  WS-RUN-YYMMDD      PIC 9(6).
       01  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-TIME          PIC 9(8).
       01  WS-SCAN-EOF-SW       PIC 9 VALUE 0.
           88  WS-SCAN-EOF             VALUE 1.

      *> Originating bank and company identification for the ACH
      *> headers. The originating routing number is required; the
      *> names default to blanks the bank will tolerate.
       01  WS-ODFI-ROUTING-IN   PIC X(15).
       01  WS-ODFI-ROUTING      PIC 9(9).
       01  WS-ODFI-PARTS REDEFINES WS-ODFI-ROUTING.
           05  WS-ODFI-ID         PIC 9(8).
           05  WS-ODFI-CHECK      PIC 9(1).
       01  WS-COMPANY-ID        PIC X(10).
       01  WS-COMPANY-NAME      PIC X(16).
       01  WS-DEST-NAME         PIC X(23).
       01  WS-ORIGIN-NAME       PIC X(23).

       01  WS-RECEIVER-ROUTING  PIC 9(9).
       01  WS-RECEIVER-PARTS REDEFINES WS-RECEIVER-ROUTING.
           05  WS-RECEIVER-ID     PIC 9(8).
           05  WS-RECEIVER-CHECK  PIC 9(1).

       01  WS-DEBIT-AMOUNT      PIC S9(7)V9(2).
       01  WS-NEXT-TRACE-SEQ    PIC 9(7) VALUE 0.
       01  WS-ENTRY-HASH        PIC 9(12) VALUE 0.
       01  WS-ACH-RECORD-COUNT  PIC 9(6) VALUE 0.
       01  WS-BLOCK-COUNT       PIC 9(6).
       01  WS-PAD-COUNT         PIC 9(2).

       01  WS-ENROLLED-READ     PIC 9(6) VALUE 0.
       01  WS-DEBITED           PIC 9(6) VALUE 0.
       01  WS-DEBIT-TOTAL       PIC S9(9)V9(2) VALUE 0.
       01  WS-NOT-DUE           PIC 9(6) VALUE 0.
       01  WS-NOTHING-OWED      PIC 9(6) VALUE 0.
       01  WS-SUSPENDED-SKIPPED PIC 9(6) VALUE 0.
       01  WS-NO-MASTER         PIC 9(6) VALUE 0.

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
           ACCEPT WS-ENROLLMENT-PATH
               FROM ENVIRONMENT "DD_ENROLLMENT_FILE"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-ITEM-PATH FROM ENVIRONMENT "DD_AUTOPAY_ITEM_FILE"
           ACCEPT WS-ACH-PATH FROM ENVIRONMENT "DD_ACH_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-ODFI-ROUTING-IN
               FROM ENVIRONMENT "DD_ACH_ODFI_ROUTING"
           ACCEPT WS-COMPANY-ID FROM ENVIRONMENT "DD_ACH_COMPANY_ID"
           ACCEPT WS-COMPANY-NAME
               FROM ENVIRONMENT "DD_ACH_COMPANY_NAME"
           ACCEPT WS-DEST-NAME FROM ENVIRONMENT "DD_ACH_DEST_NAME"
           ACCEPT WS-ORIGIN-NAME FROM ENVIRONMENT "DD_ACH_ORIGIN_NAME"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE (7:2) TO WS-RUN-DAY

           MOVE 0 TO WS-ODFI-ROUTING
           IF WS-ODFI-ROUTING-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL
                  (FUNCTION TRIM (WS-ODFI-ROUTING-IN)) = 0
               COMPUTE WS-ODFI-ROUTING =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-ODFI-ROUTING-IN))
           END-IF
           IF WS-ODFI-ROUTING = 0
               DISPLAY "AUTOPAY-ORIGINATION: *** DD_ACH_ODFI_ROUTING "
                   "VALUE '" FUNCTION TRIM (WS-ODFI-ROUTING-IN)
                   "' IS NOT A ROUTING NUMBER ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

           OPEN I-O ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = '00'
               DISPLAY "AUTOPAY-ORIGINATION: *** CANNOT OPEN "
                   "ENROLLMENT FILE: "
                   FUNCTION TRIM (WS-ENROLLMENT-PATH)
                   " STATUS " WS-ENROLLMENT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           OPEN I-O AUTOPAY-ITEM-FILE
           IF WS-ITEM-STATUS = '35'
               OPEN OUTPUT AUTOPAY-ITEM-FILE
               CLOSE AUTOPAY-ITEM-FILE
               OPEN I-O AUTOPAY-ITEM-FILE
           END-IF
           OPEN OUTPUT ACH-FILE
           OPEN OUTPUT TRANSACTION-FILE

           PERFORM FIND-NEXT-TRACE-SEQ
           PERFORM WRITE-ACH-HEADERS

           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO ENR-CUST-ID
           START ENROLLMENT-FILE KEY NOT LESS THAN ENR-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-ENROLLMENT
           PERFORM ORIGINATE-ONE-ENROLLMENT UNTIL WS-SCAN-EOF

           PERFORM WRITE-ACH-CONTROLS

           CLOSE ENROLLMENT-FILE
           CLOSE MASTER-FILE
           CLOSE AUTOPAY-ITEM-FILE
           CLOSE ACH-FILE
           CLOSE TRANSACTION-FILE

           DISPLAY "ENROLLMENTS READ:   " WS-ENROLLED-READ
           DISPLAY "DEBITS ORIGINATED:  " WS-DEBITED
           DISPLAY "DEBIT TOTAL:        " WS-DEBIT-TOTAL
           DISPLAY "NOT DUE TODAY:      " WS-NOT-DUE
           DISPLAY "NOTHING OWED:       " WS-NOTHING-OWED
           DISPLAY "SUSPENDED:          " WS-SUSPENDED-SKIPPED
           DISPLAY "NO MASTER RECORD:   " WS-NO-MASTER
           STOP RUN.

      *> Trace numbers only have to be unique per entry date, but a
      *> second origination run on the same day must carry on from the
      *> first run's last trace number rather than start over.
       FIND-NEXT-TRACE-SEQ.
           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE WS-RUN-DATE TO ITM-ENTRY-DATE
           MOVE 0 TO ITM-TRACE-NUM
           START AUTOPAY-ITEM-FILE KEY NOT LESS THAN ITM-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-ITEM
           PERFORM NOTE-TODAYS-TRACE UNTIL WS-SCAN-EOF
           .

       READ-NEXT-ITEM.
           READ AUTOPAY-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
              AND ITM-ENTRY-DATE NOT = WS-RUN-DATE
               SET WS-SCAN-EOF TO TRUE
           END-IF
           .

       NOTE-TODAYS-TRACE.
           IF ITM-TRACE-SEQ > WS-NEXT-TRACE-SEQ
               MOVE ITM-TRACE-SEQ TO WS-NEXT-TRACE-SEQ
           END-IF
           PERFORM READ-NEXT-ITEM
           .

       READ-NEXT-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

      *> Due means: active, the debit day has arrived this month, and
      *> no debit has gone out yet this month.
       ORIGINATE-ONE-ENROLLMENT.
           ADD 1 TO WS-ENROLLED-READ
           EVALUATE TRUE
               WHEN NOT ENR-ACTIVE
                   ADD 1 TO WS-SUSPENDED-SKIPPED
               WHEN ENR-DEBIT-DAY > WS-RUN-DAY
                 OR ENR-LAST-DEBIT-DATE (1:6) = WS-RUN-DATE (1:6)
                   ADD 1 TO WS-NOT-DUE
               WHEN OTHER
                   PERFORM DEBIT-ENROLLED-ACCOUNT
           END-EVALUATE
           PERFORM READ-NEXT-ENROLLMENT
           .

       DEBIT-ENROLLED-ACCOUNT.
           MOVE ENR-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MASTER-NOT-FOUND
               ADD 1 TO WS-NO-MASTER
           ELSE
               IF ENR-AMOUNT-RULE = 'X'
                  AND ENR-FIXED-AMOUNT < MST-BALANCE
                   MOVE ENR-FIXED-AMOUNT TO WS-DEBIT-AMOUNT
               ELSE
                   MOVE MST-BALANCE TO WS-DEBIT-AMOUNT
               END-IF
               IF WS-DEBIT-AMOUNT > 0
                   PERFORM WRITE-ACH-ENTRY
                   PERFORM WRITE-PAYMENT-TRANSACTION
                   MOVE WS-RUN-DATE TO ENR-LAST-DEBIT-DATE
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY "AUTOPAY-ORIGINATION: *** CANNOT "
                               "REWRITE ENROLLMENT " ENR-CUST-ID
                               " STATUS " WS-ENROLLMENT-STATUS " ***"
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-NOTHING-OWED
               END-IF
           END-IF
           .

      *> Transaction code 27 debits a checking account, 37 a savings
      *> account.
       WRITE-ACH-ENTRY.
           ADD 1 TO WS-NEXT-TRACE-SEQ
           MOVE ENR-ROUTING-NUM TO WS-RECEIVER-ROUTING

           MOVE '6'                TO AED-RECORD-TYPE
           IF ENR-ACCOUNT-TYPE = 'S'
               MOVE '37'           TO AED-TRAN-CODE
           ELSE
               MOVE '27'           TO AED-TRAN-CODE
           END-IF
           MOVE WS-RECEIVER-ID     TO AED-RDFI-ID
           MOVE WS-RECEIVER-CHECK  TO AED-CHECK-DIGIT
           MOVE ENR-ACCOUNT-NUM    TO AED-DFI-ACCOUNT
           MOVE WS-DEBIT-AMOUNT    TO AED-AMOUNT
           MOVE ENR-CUST-ID        TO AED-INDIVIDUAL-ID
           MOVE MST-CUST-NAME      TO AED-INDIVIDUAL-NAME
           MOVE SPACES             TO AED-DISCRETIONARY
           MOVE '0'                TO AED-ADDENDA-IND
           MOVE WS-ODFI-ID         TO ITM-TRACE-ODFI
           MOVE WS-NEXT-TRACE-SEQ  TO ITM-TRACE-SEQ
           MOVE ITM-TRACE-NUM      TO AED-TRACE-NUM
           WRITE ACH-ENTRY-DETAIL
           ADD 1 TO WS-ACH-RECORD-COUNT

           MOVE WS-RUN-DATE        TO ITM-ENTRY-DATE
           MOVE ENR-CUST-ID        TO ITM-CUST-ID
           MOVE WS-DEBIT-AMOUNT    TO ITM-AMOUNT
           MOVE 'O'                TO ITM-STATUS
           MOVE SPACES             TO ITM-RETURN-CODE
           MOVE 0                  TO ITM-RETURN-DATE
           WRITE AUTOPAY-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AUTOPAY-ORIGINATION: *** TRACE "
                       ITM-TRACE-NUM " ALREADY ON ITEM FILE ***"
                   MOVE 16 TO RETURN-CODE
           END-WRITE

           ADD WS-RECEIVER-ID  TO WS-ENTRY-HASH
           ADD 1               TO WS-DEBITED
           ADD WS-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
           .

      *> The payment is posted as it goes out; AUTOPAY-RETURNS puts it
      *> back if the bank returns the debit.
       WRITE-PAYMENT-TRANSACTION.
           MOVE 'C'           TO TXN-ACTION
           MOVE 'APORIG'      TO TXN-MAKER-ID
           MOVE 'PAYMENT'     TO TXN-ACTIVITY-TYPE
           MOVE MST-CUST-ID   TO TXN-CUST-ID
           MOVE MST-CUST-NAME TO TXN-CUST-NAME
           COMPUTE TXN-BALANCE = MST-BALANCE - WS-DEBIT-AMOUNT
           WRITE TRANSACTION-RECORD
           .

       WRITE-ACH-HEADERS.
           MOVE '1'               TO AFH-RECORD-TYPE
           MOVE '01'              TO AFH-PRIORITY
           MOVE SPACES            TO AFH-IMMED-DEST
           MOVE WS-ODFI-ROUTING   TO AFH-IMMED-DEST (2:9)
           MOVE WS-COMPANY-ID     TO AFH-IMMED-ORIGIN
           MOVE WS-RUN-YYMMDD     TO AFH-CREATION-DATE
           MOVE WS-RUN-TIME (1:4) TO AFH-CREATION-TIME
           MOVE 'A'               TO AFH-FILE-ID-MOD
           MOVE '094'             TO AFH-RECORD-SIZE
           MOVE '10'              TO AFH-BLOCKING
           MOVE '1'               TO AFH-FORMAT-CODE
           MOVE WS-DEST-NAME      TO AFH-DEST-NAME
           MOVE WS-ORIGIN-NAME    TO AFH-ORIGIN-NAME
           MOVE SPACES            TO AFH-REFERENCE
           WRITE ACH-FILE-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT

           MOVE '5'               TO ABH-RECORD-TYPE
           MOVE '225'             TO ABH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME   TO ABH-COMPANY-NAME
           MOVE SPACES            TO ABH-DISCRETIONARY
           MOVE WS-COMPANY-ID     TO ABH-COMPANY-ID
           MOVE 'PPD'             TO ABH-SEC-CODE
           MOVE 'AUTOPAY'         TO ABH-ENTRY-DESC
           MOVE SPACES            TO ABH-DESC-DATE
           MOVE WS-RUN-YYMMDD     TO ABH-EFFECTIVE-DATE
           MOVE SPACES            TO ABH-SETTLEMENT
           MOVE '1'               TO ABH-ORIG-STATUS
           MOVE WS-ODFI-ID        TO ABH-ODFI-ID
           MOVE 1                 TO ABH-BATCH-NUM
           WRITE ACH-BATCH-HEADER
           ADD 1 TO WS-ACH-RECORD-COUNT
           .

      *> The entry hash is the sum of the receiving banks' eight-digit
      *> routing numbers, carried in ten digits with any overflow
      *> dropped off the left, as the bank recomputes it. The file is
      *> padded with all-nines records to a whole block of ten.
       WRITE-ACH-CONTROLS.
           MOVE '8'               TO ABC-RECORD-TYPE
           MOVE '225'             TO ABC-SERVICE-CLASS
           MOVE WS-DEBITED        TO ABC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH     TO ABC-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL    TO ABC-TOTAL-DEBIT
           MOVE 0                 TO ABC-TOTAL-CREDIT
           MOVE WS-COMPANY-ID     TO ABC-COMPANY-ID
           MOVE SPACES            TO ABC-AUTH-CODE
           MOVE SPACES            TO ABC-RESERVED
           MOVE WS-ODFI-ID        TO ABC-ODFI-ID
           MOVE 1                 TO ABC-BATCH-NUM
           WRITE ACH-BATCH-CONTROL
           ADD 1 TO WS-ACH-RECORD-COUNT

           ADD 1 TO WS-ACH-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10
           MOVE '9'               TO AFC-RECORD-TYPE
           MOVE 1                 TO AFC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT    TO AFC-BLOCK-COUNT
           MOVE WS-DEBITED        TO AFC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH     TO AFC-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL    TO AFC-TOTAL-DEBIT
           MOVE 0                 TO AFC-TOTAL-CREDIT
           MOVE SPACES            TO AFC-RESERVED
           WRITE ACH-FILE-CONTROL

           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-ACH-RECORD-COUNT
           PERFORM WRITE-ACH-FILLER WS-PAD-COUNT TIMES
           .

       WRITE-ACH-FILLER.
           MOVE ALL '9' TO ACH-FILLER-RECORD
           WRITE ACH-FILLER-RECORD
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "AUTOPAY-ORIGINATION: *** POSTING "
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
                   DISPLAY "AUTOPAY-ORIGINATION: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "AUTOPAY-ORIGINATION: *** CANNOT OPEN PERIOD "
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

      *> the fee run stops being the only money-moving program in the
      *> shop with no control record. GL-EXTRACT picks the fee control
      *> up and posts the fee-income feed line from it.
      *> When DISPUTE-MAINTENANCE's dispute file is supplied, an
      *> amount the customer has in open dispute is left out of the
      *> balance the fee tier is picked on, so a contested charge
      *> can't push an account into a higher fee tier.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> When TAX-RATE-MAINTENANCE's rate file is supplied
      *> (DD_TAX_RATE_FILE), each fee is taxed at the rate in effect
      *> on the posting date for the state on the customer's address,
      *> and the tax goes into the same fee transaction. A customer
      *> with an unexpired exemption certificate for that state
      *> (DD_TAX_EXEMPT_FILE) is charged the fee alone. Every fee
      *> assessed is appended to the fee tax detail file
      *> (DD_FEE_TAX_DETAIL_FILE) -- taxable, exempt, not taxed in
      *> that state, or no address to tell -- which SALES-TAX-REPORT
      *> turns into the month's filing by state, and the tax collected
      *> is carried in the control record separately from the fees,
      *> for GL-EXTRACT's sales-tax-payable line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WVR-CUST-ID
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO
               WS-DISPUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT FEE-CONTROL-FILE ASSIGN TO
               WS-FEE-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO
               WS-ADDRESS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO
               WS-TAX-RATE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TAX-RATE-STATUS.
      *> Sales-tax exemption certificates, keyed by customer. Optional
      *> the same way the waiver file is.
           SELECT TAX-EXEMPT-FILE ASSIGN TO
               WS-TAX-EXEMPT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-CUST-ID
               FILE STATUS IS WS-TAX-EXEMPT-STATUS.
           SELECT FEE-TAX-DETAIL-FILE ASSIGN TO
               WS-FEE-TAX-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TAX-DETAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Same layout CUSTOMER-MAINTENANCE's TRANSACTION-FILE expects:
      *> a leading action code, the customer fields, and the maker ID
      *> (this job's name, since no one keys these by hand), then the
      *> activity type the ledger records the posting under.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-ACTION       PIC X(1).
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

      *> Waiver record: why the account is exempt and until when. A
      *> zero expiry date is an open-ended waiver.
           05  WVR-REASON-CODE    PIC X(10).
           05  WVR-EXPIRY-DATE    PIC 9(8).

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

      *> Control-totals record, same idea as CUSTOMER-REPORT's
      *> CONTROL-FILE: authoritative fee-run totals for finance and
      *> for GL-EXTRACT's fee-income posting. FCTL-TOTAL-FEES is the
      *> fees alone; the sales tax charged on them is FCTL-TOTAL-TAX.
       FD  FEE-CONTROL-FILE.
       01  FEE-CONTROL-RECORD.
           05  FCTL-ASSESSED-COUNT  PIC 9(6).
           05  FCTL-WAIVED-COUNT    PIC 9(6).
           05  FCTL-TOTAL-FEES      PIC S9(9)V9(2).
           05  FCTL-TOTAL-TAX       PIC S9(9)V9(2).

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

       FD  ADDRESS-FILE.
       01  ADDRESS-RECORD.
           COPY ADDRREC REPLACING
               ==DS-ADR-CUST-ID==  BY ==ADR-CUST-ID==
               ==DS-ADR-STREET-1== BY ==ADR-STREET-1==
               ==DS-ADR-STREET-2== BY ==ADR-STREET-2==
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

      *> Same layout TAX-RATE-MAINTENANCE maintains.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-KEY.
               10  TXR-STATE          PIC X(2).
               10  TXR-EFFECTIVE-DATE PIC 9(8).
           05  TXR-RATE               PIC V9(5).
           05  TXR-ENTERED-DATE       PIC 9(8).

      *> Exemption certificate: the certificate number, the state it
      *> was issued for (blank for a multi-state certificate), and the
      *> date it runs out.
       FD  TAX-EXEMPT-FILE.
       01  TAX-EXEMPT-RECORD.
           05  TXE-CUST-ID            PIC 9(6).
           05  TXE-CERT-NUMBER        PIC X(20).
           05  TXE-STATE              PIC X(2).
           05  TXE-EXPIRY-DATE        PIC 9(8).

      *> One line per fee assessed, appended run after run.
      *> FTD-CATEGORY: T taxed, E exempt by certificate, N no tax in
      *> effect for the state, U no address on file (state ??).
       FD  FEE-TAX-DETAIL-FILE.
       01  FEE-TAX-DETAIL-RECORD.
           05  FTD-POSTING-DATE       PIC 9(8).
           05  FTD-CUST-ID            PIC 9(6).
           05  FTD-STATE              PIC X(2).
           05  FTD-CATEGORY           PIC X(1).
           05  FTD-FEE                PIC S9(7)V9(2).
           05  FTD-RATE               PIC V9(5).
           05  FTD-TAX                PIC S9(7)V9(2).
           05  FTD-CERT-NUMBER        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH         PIC X(256).
           88  WS-WAIVER-ENABLED         VALUE 1.
       01  WS-WAIVER-APPLIES-SW   PIC 9 VALUE 0.
           88  WS-WAIVER-APPLIES         VALUE 1.
       01  WS-DISPUTE-PATH        PIC X(256).
       01  WS-DISPUTE-STATUS      PIC X(2).
           88  WS-DISPUTE-FOUND          VALUE '00'.
       01  WS-DISPUTE-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-DISPUTE-ENABLED        VALUE 1.
       01  WS-DISPUTED-AMOUNT     PIC 9(7)V9(2) VALUE 0.
       01  WS-TIER-BALANCE        PIC S9(7)V9(2).
       01  WS-FEE-CONTROL-PATH    PIC X(256).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-WAIVED-COUNT        PIC 9(6) VALUE 0.
       01  WS-TOTAL-FEES          PIC S9(9)V9(2) VALUE 0.

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

      *> Sales tax on fees, in play when a rate file is supplied.
       01  WS-TAX-RATE-PATH       PIC X(256).
       01  WS-TAX-RATE-STATUS     PIC X(2).
       01  WS-TAX-ENABLED-SW      PIC 9 VALUE 0.
           88  WS-TAX-ENABLED            VALUE 1.
       01  WS-ADDRESS-PATH        PIC X(256).
       01  WS-ADDRESS-STATUS      PIC X(2).
           88  WS-ADDRESS-FOUND          VALUE '00'.
       01  WS-TAX-EXEMPT-PATH     PIC X(256).
       01  WS-TAX-EXEMPT-STATUS   PIC X(2).
           88  WS-TAX-EXEMPT-FOUND       VALUE '00'.
       01  WS-EXEMPT-ENABLED-SW   PIC 9 VALUE 0.
           88  WS-EXEMPT-ENABLED         VALUE 1.
       01  WS-FEE-TAX-DETAIL-PATH PIC X(256).
       01  WS-FEE-TAX-DETAIL-STATUS PIC X(2).
       01  WS-RATE-SCAN-SW        PIC 9 VALUE 0.
           88  WS-RATE-SCAN-DONE         VALUE 1.
       01  WS-TAX-STATE           PIC X(2).
       01  WS-TAX-CATEGORY        PIC X(1).
       01  WS-TAX-CERT-NUMBER     PIC X(20).
       01  WS-TAX-RATE            PIC V9(5).
       01  WS-TAX                 PIC S9(7)V9(2) VALUE 0.
       01  WS-TOTAL-TAX           PIC S9(9)V9(2) VALUE 0.
       01  WS-TAXED-COUNT         PIC 9(6) VALUE 0.
       01  WS-TAX-EXEMPT-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           IF WS-WAIVER-PATH NOT = SPACES
               SET WS-WAIVER-ENABLED TO TRUE
           END-IF
           ACCEPT WS-DISPUTE-PATH FROM ENVIRONMENT "DD_DISPUTE_FILE"
           IF WS-DISPUTE-PATH NOT = SPACES
               SET WS-DISPUTE-ENABLED TO TRUE
           END-IF
           ACCEPT WS-FEE-CONTROL-PATH
               FROM ENVIRONMENT "DD_FEE_CONTROL_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM SET-POSTING-DATE
           PERFORM CHECK-POSTING-PERIOD

           ACCEPT WS-TAX-RATE-PATH FROM ENVIRONMENT "DD_TAX_RATE_FILE"
           IF WS-TAX-RATE-PATH NOT = SPACES
               SET WS-TAX-ENABLED TO TRUE
               PERFORM OPEN-TAX-FILES
           END-IF

           OPEN INPUT  MASTER-FILE
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT FEE-CONTROL-FILE
               END-IF
           END-IF

           IF WS-DISPUTE-ENABLED
               OPEN INPUT DISPUTE-FILE
               IF WS-DISPUTE-STATUS NOT = '00'
                   DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN DISPUTE "
                       "FILE: " FUNCTION TRIM (WS-DISPUTE-PATH)
                       " STATUS " WS-DISPUTE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM ASSESS-FEE UNTIL WS-EOF-FLAG = 1

           PERFORM WRITE-FEE-CONTROL-TOTALS
           IF WS-WAIVER-ENABLED
               CLOSE WAIVER-FILE
           END-IF
           IF WS-DISPUTE-ENABLED
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-TAX-ENABLED
               CLOSE ADDRESS-FILE
               CLOSE TAX-RATE-FILE
               CLOSE FEE-TAX-DETAIL-FILE
               IF WS-EXEMPT-ENABLED
                   CLOSE TAX-EXEMPT-FILE
               END-IF
           END-IF

           DISPLAY "ACCOUNTS ASSESSED: " WS-ASSESSED-COUNT
           DISPLAY "ACCOUNTS WAIVED:   " WS-WAIVED-COUNT
           DISPLAY "TOTAL FEES:        " WS-TOTAL-FEES
           IF WS-TAX-ENABLED
               DISPLAY "FEES TAXED:        " WS-TAXED-COUNT
               DISPLAY "FEES TAX-EXEMPT:   " WS-TAX-EXEMPT-COUNT
               DISPLAY "SALES TAX:         " WS-TOTAL-TAX
           END-IF
           STOP RUN.

       ASSESS-FEE.
                   IF WS-WAIVER-APPLIES
                       ADD 1 TO WS-WAIVED-COUNT
                   ELSE
                       PERFORM LOOKUP-DISPUTED-AMOUNT
                       COMPUTE WS-TIER-BALANCE =
                           MST-BALANCE - WS-DISPUTED-AMOUNT
                       PERFORM FIND-FEE-TIER
                       MOVE WS-FEE-AMOUNT (WS-TIER-IDX) TO WS-FEE
                       MOVE 0 TO WS-TAX
                       IF WS-TAX-ENABLED
                           PERFORM COMPUTE-FEE-TAX
                       END-IF
                       PERFORM WRITE-FEE-TRANSACTION
                   END-IF
           END-READ.
           END-IF
           .

      *> Only an open dispute holds anything back; a resolved one has
      *> already been settled onto the balance by its adjustment.
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

      *> Walks the tier table from the top down; the first tier whose
      *> minimum the balance meets or exceeds is the one that applies,
      *> falling through to tier 1 (the base fee) if none of them do.
           .

       WALK-FEE-TIER.
           IF WS-TIER-BALANCE >= WS-FEE-TIER-MIN (WS-TIER-IDX)
               SET WS-TIER-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-TIER-IDX

      *> The fee always reduces the balance, whether the account
      *> starts out in the black or already carries a credit balance
      *> -- a fee is money owed to the company either way. Sales tax
      *> on the fee rides in the same transaction.
       WRITE-FEE-TRANSACTION.
           MOVE 'C'          TO TXN-ACTION
           MOVE 'FEEASSMT'   TO TXN-MAKER-ID
           MOVE 'FEE'        TO TXN-ACTIVITY-TYPE
           MOVE MST-CUST-ID  TO TXN-CUST-ID
           MOVE MST-CUST-NAME TO TXN-CUST-NAME
           COMPUTE TXN-BALANCE = MST-BALANCE - WS-FEE - WS-TAX
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-FEE TO WS-TOTAL-FEES
           ADD WS-TAX TO WS-TOTAL-TAX
           IF WS-TAX-ENABLED
               PERFORM WRITE-FEE-TAX-DETAIL
           END-IF
           .

       WRITE-FEE-CONTROL-TOTALS.
           MOVE WS-ASSESSED-COUNT TO FCTL-ASSESSED-COUNT
           MOVE WS-WAIVED-COUNT   TO FCTL-WAIVED-COUNT
           MOVE WS-TOTAL-FEES     TO FCTL-TOTAL-FEES
           MOVE WS-TOTAL-TAX      TO FCTL-TOTAL-TAX
           WRITE FEE-CONTROL-RECORD
           .

      *> The address and rate files are required once tax is in play
      *> -- a fee run that can't tell what to charge must not charge
      *> nothing -- and so is the detail file the filing is made from.
       OPEN-TAX-FILES.
           ACCEPT WS-ADDRESS-PATH FROM ENVIRONMENT "DD_ADDRESS_FILE"
           ACCEPT WS-TAX-EXEMPT-PATH
               FROM ENVIRONMENT "DD_TAX_EXEMPT_FILE"
           IF WS-TAX-EXEMPT-PATH NOT = SPACES
               SET WS-EXEMPT-ENABLED TO TRUE
           END-IF
           ACCEPT WS-FEE-TAX-DETAIL-PATH
               FROM ENVIRONMENT "DD_FEE_TAX_DETAIL_FILE"

           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-RATE-STATUS NOT = '00'
               DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN TAX RATE "
                   "FILE: " FUNCTION TRIM (WS-TAX-RATE-PATH)
                   " STATUS " WS-TAX-RATE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN ADDRESS "
                   "FILE: " FUNCTION TRIM (WS-ADDRESS-PATH)
                   " STATUS " WS-ADDRESS-STATUS " ***"
               CLOSE TAX-RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXEMPT-ENABLED
               OPEN INPUT TAX-EXEMPT-FILE
               IF WS-TAX-EXEMPT-STATUS NOT = '00'
                   DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN TAX "
                       "EXEMPT FILE: "
                       FUNCTION TRIM (WS-TAX-EXEMPT-PATH)
                       " STATUS " WS-TAX-EXEMPT-STATUS " ***"
                   CLOSE TAX-RATE-FILE
                   CLOSE ADDRESS-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND FEE-TAX-DETAIL-FILE
           IF WS-FEE-TAX-DETAIL-STATUS = '35'
               OPEN OUTPUT FEE-TAX-DETAIL-FILE
           END-IF
           IF WS-FEE-TAX-DETAIL-STATUS NOT = '00'
               DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN FEE TAX "
                   "DETAIL FILE: "
                   FUNCTION TRIM (WS-FEE-TAX-DETAIL-PATH)
                   " STATUS " WS-FEE-TAX-DETAIL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> Tax follows the state on the customer's address. A state with
      *> no rate in effect doesn't tax fees; an exempt customer pays
      *> none only where a tax would otherwise be due, so the filing
      *> shows exempt sales separately from untaxed ones.
       COMPUTE-FEE-TAX.
           MOVE 0      TO WS-TAX-RATE
           MOVE SPACES TO WS-TAX-CERT-NUMBER
           MOVE MST-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ADDRESS-FOUND
               MOVE '??' TO WS-TAX-STATE
               MOVE 'U'  TO WS-TAX-CATEGORY
           ELSE
               MOVE ADR-STATE TO WS-TAX-STATE
               PERFORM FIND-TAX-RATE
               EVALUATE TRUE
                   WHEN WS-TAX-RATE = 0
                       MOVE 'N' TO WS-TAX-CATEGORY
                   WHEN OTHER
                       PERFORM CHECK-TAX-EXEMPTION
                       IF WS-TAX-CATEGORY = 'T'
                           COMPUTE WS-TAX ROUNDED =
                               WS-FEE * WS-TAX-RATE
                           ADD 1 TO WS-TAXED-COUNT
                       ELSE
                           ADD 1 TO WS-TAX-EXEMPT-COUNT
                       END-IF
               END-EVALUATE
           END-IF
           .

      *> A state's rates read back oldest first; the last one whose
      *> effective date has arrived by the posting date is in force.
       FIND-TAX-RATE.
           MOVE WS-TAX-STATE TO TXR-STATE
           MOVE 0            TO TXR-EFFECTIVE-DATE
           MOVE 0            TO WS-RATE-SCAN-SW
           START TAX-RATE-FILE KEY NOT LESS THAN TXR-KEY
               INVALID KEY
                   SET WS-RATE-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-TAX-RATE
           PERFORM CHECK-ONE-TAX-RATE UNTIL WS-RATE-SCAN-DONE
           .

       READ-NEXT-TAX-RATE.
           IF NOT WS-RATE-SCAN-DONE
               READ TAX-RATE-FILE NEXT RECORD
                   AT END
                       SET WS-RATE-SCAN-DONE TO TRUE
               END-READ
           END-IF
           .

       CHECK-ONE-TAX-RATE.
           IF TXR-STATE = WS-TAX-STATE
              AND TXR-EFFECTIVE-DATE NOT > WS-POSTING-DATE
               MOVE TXR-RATE TO WS-TAX-RATE
               PERFORM READ-NEXT-TAX-RATE
           ELSE
               SET WS-RATE-SCAN-DONE TO TRUE
           END-IF
           .

      *> A certificate exempts only for the state it was issued in
      *> (or every state, when it names none) and only until it
      *> expires; one with no expiry date on file doesn't exempt at
      *> all, since an auditor will ask when it runs out.
       CHECK-TAX-EXEMPTION.
           MOVE 'T' TO WS-TAX-CATEGORY
           IF WS-EXEMPT-ENABLED
               MOVE MST-CUST-ID TO TXE-CUST-ID
               READ TAX-EXEMPT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TAX-EXEMPT-FOUND
                  AND (TXE-STATE = SPACES
                       OR TXE-STATE = WS-TAX-STATE)
                  AND TXE-EXPIRY-DATE NOT = 0
                  AND WS-POSTING-DATE NOT > TXE-EXPIRY-DATE
                   MOVE 'E' TO WS-TAX-CATEGORY
                   MOVE TXE-CERT-NUMBER TO WS-TAX-CERT-NUMBER
               END-IF
           END-IF
           .

       WRITE-FEE-TAX-DETAIL.
           MOVE WS-POSTING-DATE  TO FTD-POSTING-DATE
           MOVE MST-CUST-ID      TO FTD-CUST-ID
           MOVE WS-TAX-STATE     TO FTD-STATE
           MOVE WS-TAX-CATEGORY  TO FTD-CATEGORY
           MOVE WS-FEE           TO FTD-FEE
           MOVE WS-TAX-RATE      TO FTD-RATE
           MOVE WS-TAX           TO FTD-TAX
           MOVE WS-TAX-CERT-NUMBER TO FTD-CERT-NUMBER
           WRITE FEE-TAX-DETAIL-RECORD
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "FEE-ASSESSMENT: *** POSTING "
                       "REFUSED ("
                       FUNCTION TRIM (WS-PERIOD-REASON)
                       "): POSTING DATE " WS-POSTING-DATE
                       " PERIOD " WS-POSTING-PERIOD " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> The posting date dates the period check and picks the sales
      *> tax rate in effect.
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
                   DISPLAY "FEE-ASSESSMENT: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF
           .

      *> Finds the calendar period the posting date falls in and why,
      *> if at all, it can't take postings: PER-CLOSNG while
      *> PERIOD-CLOSE has it frozen, PER-CLOSED once it is closed, and
      *> NO-PERIOD for a date the calendar doesn't cover.
       FIND-POSTING-PERIOD.
           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "FEE-ASSESSMENT: *** CANNOT OPEN PERIOD "
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

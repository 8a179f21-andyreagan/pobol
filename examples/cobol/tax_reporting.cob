       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REPORTING.
      *> Year-end interest reporting. INTEREST-CAPITALIZE adds every
      *> reconciled run's interest to a per-customer total for the
      *> tax year (DD_INTEREST_YTD_FILE); this run files those totals.
      *> For the tax year (DD_TAX_YEAR, by default last year) every
      *> customer paid at least the reporting threshold gets a payee
      *> record in the regulator's electronic filing file
      *> (DD_FILING_FILE), between a payer header and a payer totals
      *> record, and a printed recipient copy (DD_RECIPIENT_COPY_FILE)
      *> addressed from the file ADDRESS-MAINTENANCE keeps.
      *> The number filed under comes from TAX-ID-MAINTENANCE's file.
      *> An account with no number on file, or a number with no signed
      *> certification, is subject to backup withholding: the tax
      *> (DD_WITHHOLDING_RATE of the interest, 24% by default) is
      *> taken from the account by a 'C' transaction for the
      *> CUSTOMER-MAINTENANCE stream (DD_TRANSACTION_FILE), reported
      *> as withheld on the filing, and the account is listed on the
      *> exception file (DD_TAX_EXCEPTION_FILE) so the number can be
      *> chased. An account with no address on file is filed but its
      *> copy is held on the same exception file.
      *> What was filed for each customer is kept on the year-to-date
      *> record. A DD_FILING_MODE of CORRECTION files a corrected payee
      *> record, with the new full amounts, for every customer whose
      *> interest or number has changed since it was last filed, and
      *> withholds on any increase still uncertified; an ORIGINAL run
      *> (the default) never files a customer twice, so re-running it
      *> after late postings picks up only customers not yet filed.
      *> Every run ends with a reconciliation (DD_TAX_RECON_FILE) in
      *> the DAYEND-PROOF manner: the year's interest must tie to the
      *> sum of the year's accrual control totals from
      *> INTEREST-CAPITALIZE's control history, and what has been
      *> filed must match the year's reportable interest. A break on
      *> either ends the run with a non-zero RETURN-CODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-YTD-FILE ASSIGN TO
               WS-INTEREST-YTD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-INTEREST-YTD-STATUS.
           SELECT TAX-ID-FILE ASSIGN TO
               WS-TAX-ID-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CUST-ID
               FILE STATUS IS WS-TAX-ID-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO
               WS-ADDRESS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INTEREST-CONTROL-HISTORY ASSIGN TO
               WS-CONTROL-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-HISTORY-STATUS.
           SELECT FILING-FILE ASSIGN TO
               WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECIPIENT-COPY-FILE ASSIGN TO
               WS-RECIPIENT-COPY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-EXCEPTION-FILE ASSIGN TO
               WS-TAX-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RECON-FILE ASSIGN TO
               WS-TAX-RECON-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout INTEREST-CAPITALIZE posts to.
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

      *> Same layout TAX-ID-MAINTENANCE maintains.
       FD  TAX-ID-FILE.
       01  TAX-ID-RECORD.
           05  TAX-CUST-ID        PIC 9(6).
           05  TAX-TIN            PIC X(9).
           05  TAX-TIN-TYPE       PIC X(1).
               88  TAX-TIN-SSN           VALUE 'S'.
               88  TAX-TIN-EIN           VALUE 'E'.
           05  TAX-CERTIFIED      PIC X(1).
               88  TAX-IS-CERTIFIED      VALUE 'Y'.
           05  TAX-CERT-DATE      PIC 9(8).

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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Same layout INTEREST-CAPITALIZE appends.
       FD  INTEREST-CONTROL-HISTORY.
       01  CONTROL-HISTORY-RECORD.
           05  ICH-TAX-YEAR           PIC 9(4).
           05  ICH-RUN-DATE           PIC 9(8).
           05  ICH-RUN-TIME           PIC 9(6).
           05  ICH-POSTING-DATE       PIC 9(8).
           05  ICH-RECORD-COUNT       PIC 9(6).
           05  ICH-CONTROL-INTEREST   PIC S9(9)V9(2).

      *> Electronic filing: an A (payer) record, one B (payee) record
      *> per customer filed, and a C (payer totals) record. A payee
      *> record marked G is a one-step correction that replaces what
      *> was filed before for that account. Amounts are unsigned.
       FD  FILING-FILE.
       01  FILING-PAYER-RECORD.
           05  FLA-RECORD-TYPE        PIC X(1).
           05  FLA-TAX-YEAR           PIC 9(4).
           05  FLA-CORRECTION-FILE    PIC X(1).
           05  FLA-PAYER-TIN          PIC X(9).
           05  FLA-PAYER-NAME         PIC X(40).
           05  FLA-FORM               PIC X(4).
       01  FILING-PAYEE-RECORD.
           05  FLB-RECORD-TYPE        PIC X(1).
           05  FLB-TAX-YEAR           PIC 9(4).
           05  FLB-CORRECTED          PIC X(1).
           05  FLB-TIN-TYPE           PIC X(1).
           05  FLB-TIN                PIC X(9).
           05  FLB-ACCOUNT            PIC 9(6).
           05  FLB-NAME               PIC X(30).
           05  FLB-STREET             PIC X(30).
           05  FLB-CITY               PIC X(20).
           05  FLB-STATE              PIC X(2).
           05  FLB-POSTAL             PIC X(10).
           05  FLB-INTEREST           PIC 9(10)V9(2).
           05  FLB-WITHHELD           PIC 9(10)V9(2).
       01  FILING-TOTAL-RECORD.
           05  FLC-RECORD-TYPE        PIC X(1).
           05  FLC-TAX-YEAR           PIC 9(4).
           05  FLC-PAYEE-COUNT        PIC 9(8).
           05  FLC-TOTAL-INTEREST     PIC 9(12)V9(2).
           05  FLC-TOTAL-WITHHELD     PIC 9(12)V9(2).

       FD  RECIPIENT-COPY-FILE.
       01  RECIPIENT-COPY-LINE        PIC X(80).

      *> Same layout CUSTOMER-MAINTENANCE's TRANSACTION-FILE expects.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-ACTION       PIC X(1).
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

      *> Accounts filed with something to follow up: NO-TIN and
      *> UNCERT-TIN (backup tax withheld), NO-ADDRESS (recipient copy
      *> held), NO-MASTER (withholding due but no account to take it
      *> from, so none was withheld).
       FD  TAX-EXCEPTION-FILE.
       01  TAX-EXCEPTION-RECORD.
           05  TEX-TAX-YEAR           PIC 9(4).
           05  TEX-CUST-ID            PIC 9(6).
           05  TEX-REASON             PIC X(10).
           05  TEX-INTEREST           PIC S9(9)V9(2).
           05  TEX-WITHHELD           PIC S9(9)V9(2).

       FD  TAX-RECON-FILE.
       01  TAX-RECON-RECORD.
           05  TRC-LINE               PIC X(30).
           05  TRC-STATUS             PIC X(4).
           05  TRC-EXPECTED           PIC S9(11)V9(2).
           05  TRC-ACTUAL             PIC S9(11)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-INTEREST-YTD-PATH   PIC X(256).
       01  WS-INTEREST-YTD-STATUS PIC X(2).
       01  WS-TAX-ID-PATH         PIC X(256).
       01  WS-TAX-ID-STATUS       PIC X(2).
           88  WS-TAX-ID-FOUND           VALUE '00'.
       01  WS-ADDRESS-PATH        PIC X(256).
       01  WS-ADDRESS-STATUS      PIC X(2).
           88  WS-ADDRESS-FOUND          VALUE '00'.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
       01  WS-CONTROL-HISTORY-PATH PIC X(256).
       01  WS-CONTROL-HISTORY-STATUS PIC X(2).
       01  WS-FILING-PATH         PIC X(256).
       01  WS-RECIPIENT-COPY-PATH PIC X(256).
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-TAX-EXCEPTION-PATH  PIC X(256).
       01  WS-TAX-RECON-PATH      PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-YEAR-DONE-SW        PIC 9 VALUE 0.
           88  WS-YEAR-DONE              VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-TAX-YEAR-IN         PIC X(8).
       01  WS-TAX-YEAR            PIC 9(4).
       01  WS-FILING-MODE         PIC X(10).
           88  WS-MODE-ORIGINAL          VALUE 'ORIGINAL'.
           88  WS-MODE-CORRECTION        VALUE 'CORRECTION'.
       01  WS-PAYER-TIN           PIC X(9).
       01  WS-PAYER-NAME          PIC X(40).

      *> Interest below this isn't reportable. Overridable per run.
       01  WS-THRESHOLD-IN        PIC X(15).
       01  WS-THRESHOLD-TRIM      PIC X(15).
       01  WS-THRESHOLD           PIC 9(5)V9(2) VALUE 10.00.

      *> Backup withholding rate. Overridable per run.
       01  WS-WH-RATE-IN          PIC X(15).
       01  WS-WH-RATE-TRIM        PIC X(15).
       01  WS-WH-RATE             PIC V9(4) VALUE 0.2400.

      *> Why the account is subject to backup withholding, if it is:
      *> blank when a certified number is on file.
       01  WS-TIN-REASON          PIC X(10).
       01  WS-WITHHOLD-AMOUNT     PIC S9(9)V9(2).
       01  WS-WITHHELD            PIC S9(9)V9(2).
       01  WS-CORRECTED-IND       PIC X(1).

       01  WS-FILED-COUNT         PIC 9(7) VALUE 0.
       01  WS-FILED-INTEREST      PIC S9(11)V9(2) VALUE 0.
       01  WS-FILED-WITHHELD      PIC S9(11)V9(2) VALUE 0.
       01  WS-CORRECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-ALREADY-FILED       PIC 9(7) VALUE 0.
       01  WS-BELOW-THRESHOLD     PIC 9(7) VALUE 0.
       01  WS-WITHHELD-COUNT      PIC 9(7) VALUE 0.
       01  WS-NO-ADDRESS-COUNT    PIC 9(7) VALUE 0.
       01  WS-COPY-COUNT          PIC 9(7) VALUE 0.
       01  WS-FAIL-COUNT          PIC 9(3) VALUE 0.

      *> Reconciliation totals for the year, taken after this run's
      *> filing: every customer's interest; the accrual control total
      *> (interest as a positive amount paid); and, over customers
      *> that are reportable or already filed, the interest now on
      *> the books against the interest the regulator last got.
       01  WS-YEAR-INTEREST       PIC S9(11)V9(2) VALUE 0.
       01  WS-CONTROL-INTEREST    PIC S9(11)V9(2) VALUE 0.
       01  WS-HISTORY-RUNS        PIC 9(5) VALUE 0.
       01  WS-REPORTABLE-INTEREST PIC S9(11)V9(2) VALUE 0.
       01  WS-REPORTED-INTEREST   PIC S9(11)V9(2) VALUE 0.

       01  WS-AMOUNT-EDIT         PIC $$$,$$$,$$9.99.
       01  WS-MASKED-TIN          PIC X(11).

       01  CPY-TITLE-LINE.
           05  FILLER             PIC X(34)
                   VALUE 'FORM 1099-INT  INTEREST INCOME'.
           05  FILLER             PIC X(10) VALUE 'TAX YEAR '.
           05  CPY-TAX-YEAR       PIC 9(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CPY-CORRECTED      PIC X(9).

       01  CPY-LABEL-LINE.
           05  CPY-LABEL          PIC X(34).
           05  CPY-VALUE          PIC X(40).

      *> City/state/postal composed into one mailing line.
       01  CPY-CSZ-LINE           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-INTEREST-YTD-PATH
               FROM ENVIRONMENT "DD_INTEREST_YTD_FILE"
           ACCEPT WS-TAX-ID-PATH  FROM ENVIRONMENT "DD_TAX_ID_FILE"
           ACCEPT WS-ADDRESS-PATH FROM ENVIRONMENT "DD_ADDRESS_FILE"
           ACCEPT WS-MASTER-PATH  FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-CONTROL-HISTORY-PATH
               FROM ENVIRONMENT "DD_INTEREST_CONTROL_HISTORY"
           ACCEPT WS-FILING-PATH  FROM ENVIRONMENT "DD_FILING_FILE"
           ACCEPT WS-RECIPIENT-COPY-PATH
               FROM ENVIRONMENT "DD_RECIPIENT_COPY_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-TAX-EXCEPTION-PATH
               FROM ENVIRONMENT "DD_TAX_EXCEPTION_FILE"
           ACCEPT WS-TAX-RECON-PATH
               FROM ENVIRONMENT "DD_TAX_RECON_FILE"
           ACCEPT WS-PAYER-TIN    FROM ENVIRONMENT "DD_PAYER_TIN"
           ACCEPT WS-PAYER-NAME   FROM ENVIRONMENT "DD_PAYER_NAME"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-RUN-OPTIONS

           PERFORM OPEN-TAX-FILES
           PERFORM WRITE-PAYER-HEADER

           MOVE WS-TAX-YEAR TO YTD-TAX-YEAR
           MOVE 0           TO YTD-CUST-ID
           START INTEREST-YTD-FILE KEY NOT LESS THAN YTD-KEY
               INVALID KEY
                   SET WS-YEAR-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-YTD
           PERFORM FILE-ONE-CUSTOMER UNTIL WS-YEAR-DONE

           PERFORM WRITE-PAYER-TOTALS
           PERFORM LOAD-CONTROL-HISTORY
           PERFORM WRITE-RECONCILIATION

           CLOSE INTEREST-YTD-FILE
           CLOSE TAX-ID-FILE
           CLOSE ADDRESS-FILE
           CLOSE MASTER-FILE
           CLOSE FILING-FILE
           CLOSE RECIPIENT-COPY-FILE
           CLOSE TRANSACTION-FILE
           CLOSE TAX-EXCEPTION-FILE
           CLOSE TAX-RECON-FILE

           DISPLAY "TAX YEAR:          " WS-TAX-YEAR " "
               WS-FILING-MODE
           DISPLAY "PAYEES FILED:      " WS-FILED-COUNT
           DISPLAY "  OF WHICH CORRECTED: " WS-CORRECTED-COUNT
           DISPLAY "INTEREST FILED:    " WS-FILED-INTEREST
           DISPLAY "BACKUP WITHHELD:   " WS-WITHHELD-COUNT " / "
               WS-FILED-WITHHELD
           DISPLAY "ALREADY FILED:     " WS-ALREADY-FILED
           DISPLAY "BELOW THRESHOLD:   " WS-BELOW-THRESHOLD
           DISPLAY "COPIES PRINTED:    " WS-COPY-COUNT
           DISPLAY "NO ADDRESS ON FILE:" WS-NO-ADDRESS-COUNT
           IF WS-FAIL-COUNT > 0
               DISPLAY "TAX-REPORTING: *** " WS-FAIL-COUNT
                   " RECONCILIATION BREAK(S), SEE RECON FILE ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The tax year defaults to last year, since the run is made in
      *> the new year; a mode other than ORIGINAL or CORRECTION stops
      *> the run rather than guess which filing was meant.
       SET-RUN-OPTIONS.
           COMPUTE WS-TAX-YEAR = WS-RUN-DATE / 10000 - 1
           ACCEPT WS-TAX-YEAR-IN FROM ENVIRONMENT "DD_TAX_YEAR"
           IF WS-TAX-YEAR-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-TAX-YEAR-IN)) = 0
                   COMPUTE WS-TAX-YEAR = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-TAX-YEAR-IN))
               ELSE
                   DISPLAY "TAX-REPORTING: DD_TAX_YEAR VALUE '"
                       FUNCTION TRIM (WS-TAX-YEAR-IN)
                       "' IS NOT NUMERIC, USING LAST YEAR"
               END-IF
           END-IF

           ACCEPT WS-FILING-MODE FROM ENVIRONMENT "DD_FILING_MODE"
           IF WS-FILING-MODE = SPACES
               MOVE 'ORIGINAL' TO WS-FILING-MODE
           END-IF
           IF NOT WS-MODE-ORIGINAL AND NOT WS-MODE-CORRECTION
               DISPLAY "TAX-REPORTING: *** DD_FILING_MODE VALUE '"
                   FUNCTION TRIM (WS-FILING-MODE)
                   "' IS NOT ORIGINAL OR CORRECTION ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-THRESHOLD-IN
               FROM ENVIRONMENT "DD_REPORTING_THRESHOLD"
           MOVE FUNCTION TRIM (WS-THRESHOLD-IN) TO WS-THRESHOLD-TRIM
           IF WS-THRESHOLD-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-THRESHOLD-TRIM) = 0
                   COMPUTE WS-THRESHOLD =
                       FUNCTION NUMVAL (WS-THRESHOLD-TRIM)
               ELSE
                   DISPLAY "TAX-REPORTING: DD_REPORTING_THRESHOLD "
                       "VALUE '" WS-THRESHOLD-TRIM
                       "' IS NOT NUMERIC, USING DEFAULT"
               END-IF
           END-IF

           ACCEPT WS-WH-RATE-IN
               FROM ENVIRONMENT "DD_WITHHOLDING_RATE"
           MOVE FUNCTION TRIM (WS-WH-RATE-IN) TO WS-WH-RATE-TRIM
           IF WS-WH-RATE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-WH-RATE-TRIM) = 0
                   COMPUTE WS-WH-RATE =
                       FUNCTION NUMVAL (WS-WH-RATE-TRIM)
               ELSE
                   DISPLAY "TAX-REPORTING: DD_WITHHOLDING_RATE "
                       "VALUE '" WS-WH-RATE-TRIM
                       "' IS NOT NUMERIC, USING DEFAULT"
               END-IF
           END-IF
           .

      *> Every keyed file is required: a filing made without the
      *> numbers, addresses, or accounts behind it would be wrong in
      *> ways only a correction could fix.
       OPEN-TAX-FILES.
           OPEN I-O INTEREST-YTD-FILE
           IF WS-INTEREST-YTD-STATUS NOT = '00'
               DISPLAY "TAX-REPORTING: *** CANNOT OPEN INTEREST YTD "
                   "FILE: " FUNCTION TRIM (WS-INTEREST-YTD-PATH)
                   " STATUS " WS-INTEREST-YTD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TAX-ID-FILE
           IF WS-TAX-ID-STATUS NOT = '00'
               DISPLAY "TAX-REPORTING: *** CANNOT OPEN TAX ID FILE: "
                   FUNCTION TRIM (WS-TAX-ID-PATH)
                   " STATUS " WS-TAX-ID-STATUS " ***"
               CLOSE INTEREST-YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY "TAX-REPORTING: *** CANNOT OPEN ADDRESS FILE: "
                   FUNCTION TRIM (WS-ADDRESS-PATH)
                   " STATUS " WS-ADDRESS-STATUS " ***"
               CLOSE INTEREST-YTD-FILE
               CLOSE TAX-ID-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "TAX-REPORTING: *** CANNOT OPEN MASTER FILE: "
                   FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               CLOSE INTEREST-YTD-FILE
               CLOSE TAX-ID-FILE
               CLOSE ADDRESS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILING-FILE
           OPEN OUTPUT RECIPIENT-COPY-FILE
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT TAX-EXCEPTION-FILE
           OPEN OUTPUT TAX-RECON-FILE
           .

       WRITE-PAYER-HEADER.
           MOVE SPACES        TO FILING-PAYER-RECORD
           MOVE 'A'           TO FLA-RECORD-TYPE
           MOVE WS-TAX-YEAR   TO FLA-TAX-YEAR
           IF WS-MODE-CORRECTION
               MOVE 'Y'       TO FLA-CORRECTION-FILE
           ELSE
               MOVE 'N'       TO FLA-CORRECTION-FILE
           END-IF
           MOVE WS-PAYER-TIN  TO FLA-PAYER-TIN
           MOVE WS-PAYER-NAME TO FLA-PAYER-NAME
           MOVE 'INT'         TO FLA-FORM
           WRITE FILING-PAYER-RECORD
           .

       READ-NEXT-YTD.
           READ INTEREST-YTD-FILE NEXT RECORD
               AT END
                   SET WS-YEAR-DONE TO TRUE
               NOT AT END
                   IF YTD-TAX-YEAR NOT = WS-TAX-YEAR
                       SET WS-YEAR-DONE TO TRUE
                   END-IF
           END-READ.

       FILE-ONE-CUSTOMER.
           PERFORM LOOKUP-TAX-ID
           IF WS-MODE-ORIGINAL
               PERFORM FILE-ORIGINAL
           ELSE
               PERFORM FILE-CORRECTION
           END-IF
           PERFORM ADD-TO-RECONCILIATION
           PERFORM READ-NEXT-YTD
           .

      *> Subject to backup withholding unless a certified number is on
      *> file.
       LOOKUP-TAX-ID.
           MOVE YTD-CUST-ID TO TAX-CUST-ID
           READ TAX-ID-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-TAX-ID-FOUND
                   MOVE SPACES       TO TAX-TIN
                   MOVE SPACE        TO TAX-TIN-TYPE
                   MOVE 'NO-TIN'     TO WS-TIN-REASON
               WHEN TAX-TIN = SPACES
                   MOVE 'NO-TIN'     TO WS-TIN-REASON
               WHEN NOT TAX-IS-CERTIFIED
                   MOVE 'UNCERT-TIN' TO WS-TIN-REASON
               WHEN OTHER
                   MOVE SPACES       TO WS-TIN-REASON
           END-EVALUATE
           .

      *> An original filing covers customers never filed for the
      *> year whose interest reaches the threshold; one already filed
      *> is left to a correction run.
       FILE-ORIGINAL.
           EVALUATE TRUE
               WHEN NOT YTD-NOT-FILED
                   ADD 1 TO WS-ALREADY-FILED
               WHEN YTD-INTEREST < WS-THRESHOLD
                   ADD 1 TO WS-BELOW-THRESHOLD
               WHEN OTHER
                   MOVE 0 TO WS-WITHHOLD-AMOUNT
                   IF WS-TIN-REASON NOT = SPACES
                       COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
                           YTD-INTEREST * WS-WH-RATE
                       PERFORM POST-WITHHOLDING
                   END-IF
                   MOVE WS-WITHHOLD-AMOUNT TO WS-WITHHELD
                   MOVE SPACE              TO WS-CORRECTED-IND
                   PERFORM FILE-PAYEE
                   MOVE 'O' TO YTD-FILED-STATUS
                   PERFORM RECORD-FILING
           END-EVALUATE
           .

      *> A correction is due when the interest on the books or the
      *> number on file is no longer what was filed. Withholding
      *> already taken stands; an increase still uncertified is
      *> withheld on, the increase only.
       FILE-CORRECTION.
           IF NOT YTD-NOT-FILED
              AND (YTD-INTEREST NOT = YTD-FILED-INTEREST
                   OR TAX-TIN NOT = YTD-FILED-TIN)
               MOVE 0 TO WS-WITHHOLD-AMOUNT
               IF WS-TIN-REASON NOT = SPACES
                  AND YTD-INTEREST > YTD-FILED-INTEREST
                   COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
                       (YTD-INTEREST - YTD-FILED-INTEREST)
                           * WS-WH-RATE
                   PERFORM POST-WITHHOLDING
               END-IF
               COMPUTE WS-WITHHELD =
                   YTD-FILED-WITHHELD + WS-WITHHOLD-AMOUNT
               MOVE 'G' TO WS-CORRECTED-IND
               PERFORM FILE-PAYEE
               MOVE 'C' TO YTD-FILED-STATUS
               PERFORM RECORD-FILING
               ADD 1 TO WS-CORRECTED-COUNT
           END-IF
           .

      *> Backup tax comes out of the account through the normal
      *> maintenance stream, so it is ledgered and journaled like any
      *> other posting. With no account to take it from, nothing is
      *> withheld and the account is listed.
       POST-WITHHOLDING.
           MOVE YTD-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MASTER-FOUND
               MOVE 'C'                TO TXN-ACTION
               MOVE 'TAXRPT'           TO TXN-MAKER-ID
               MOVE 'BKUPWH'           TO TXN-ACTIVITY-TYPE
               MOVE MST-CUST-ID        TO TXN-CUST-ID
               MOVE MST-CUST-NAME      TO TXN-CUST-NAME
               COMPUTE TXN-BALANCE =
                   MST-BALANCE + WS-WITHHOLD-AMOUNT
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE WS-TIN-REASON      TO TEX-REASON
           ELSE
               MOVE 0                  TO WS-WITHHOLD-AMOUNT
               MOVE 'NO-MASTER'        TO TEX-REASON
           END-IF
           MOVE WS-TAX-YEAR            TO TEX-TAX-YEAR
           MOVE YTD-CUST-ID            TO TEX-CUST-ID
           MOVE YTD-INTEREST           TO TEX-INTEREST
           MOVE WS-WITHHOLD-AMOUNT     TO TEX-WITHHELD
           WRITE TAX-EXCEPTION-RECORD
           .

      *> Payee record, then the recipient's copy -- held when there is
      *> no address to send it to.
       FILE-PAYEE.
           MOVE YTD-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE YTD-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MST-CUST-NAME
           END-READ

           MOVE SPACES             TO FILING-PAYEE-RECORD
           MOVE 'B'                TO FLB-RECORD-TYPE
           MOVE WS-TAX-YEAR        TO FLB-TAX-YEAR
           MOVE WS-CORRECTED-IND   TO FLB-CORRECTED
           EVALUATE TRUE
               WHEN TAX-TIN = SPACES
                   MOVE SPACE      TO FLB-TIN-TYPE
               WHEN TAX-TIN-EIN
                   MOVE '1'        TO FLB-TIN-TYPE
               WHEN OTHER
                   MOVE '2'        TO FLB-TIN-TYPE
           END-EVALUATE
           MOVE TAX-TIN            TO FLB-TIN
           MOVE YTD-CUST-ID        TO FLB-ACCOUNT
           MOVE MST-CUST-NAME      TO FLB-NAME
           IF WS-ADDRESS-FOUND
               MOVE ADR-STREET-1   TO FLB-STREET
               MOVE ADR-CITY       TO FLB-CITY
               MOVE ADR-STATE      TO FLB-STATE
               MOVE ADR-POSTAL     TO FLB-POSTAL
           END-IF
           MOVE YTD-INTEREST       TO FLB-INTEREST
           MOVE WS-WITHHELD        TO FLB-WITHHELD
           WRITE FILING-PAYEE-RECORD

           ADD 1            TO WS-FILED-COUNT
           ADD YTD-INTEREST TO WS-FILED-INTEREST
           ADD WS-WITHHELD  TO WS-FILED-WITHHELD

           IF WS-ADDRESS-FOUND
               PERFORM PRINT-RECIPIENT-COPY
           ELSE
               MOVE WS-TAX-YEAR    TO TEX-TAX-YEAR
               MOVE YTD-CUST-ID    TO TEX-CUST-ID
               MOVE 'NO-ADDRESS'   TO TEX-REASON
               MOVE YTD-INTEREST   TO TEX-INTEREST
               MOVE WS-WITHHELD    TO TEX-WITHHELD
               WRITE TAX-EXCEPTION-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF
           .

       RECORD-FILING.
           MOVE WS-RUN-DATE  TO YTD-FILED-DATE
           MOVE YTD-INTEREST TO YTD-FILED-INTEREST
           MOVE WS-WITHHELD  TO YTD-FILED-WITHHELD
           MOVE TAX-TIN      TO YTD-FILED-TIN
           REWRITE INTEREST-YTD-RECORD
           IF WS-INTEREST-YTD-STATUS NOT = '00'
               DISPLAY "TAX-REPORTING: *** FILING NOT RECORDED FOR "
                   YTD-CUST-ID " STATUS " WS-INTEREST-YTD-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *> Only the last four digits of the recipient's number are
      *> printed on the copy.
       PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO CPY-TAX-YEAR
           IF WS-CORRECTED-IND = 'G'
               MOVE 'CORRECTED' TO CPY-CORRECTED
           ELSE
               MOVE SPACES      TO CPY-CORRECTED
           END-IF
           MOVE CPY-TITLE-LINE TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE SPACES         TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE

           MOVE "PAYER'S NAME:"  TO CPY-LABEL
           MOVE WS-PAYER-NAME    TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE "PAYER'S TIN:"   TO CPY-LABEL
           MOVE WS-PAYER-TIN     TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE SPACES           TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE

           MOVE MST-CUST-NAME    TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE ADR-STREET-1     TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           IF ADR-STREET-2 NOT = SPACES
               MOVE ADR-STREET-2 TO RECIPIENT-COPY-LINE
               WRITE RECIPIENT-COPY-LINE
           END-IF
           MOVE SPACES TO CPY-CSZ-LINE
           STRING FUNCTION TRIM (ADR-CITY) DELIMITED BY SIZE
               ', '                        DELIMITED BY SIZE
               ADR-STATE                   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ADR-POSTAL                  DELIMITED BY SIZE
               INTO CPY-CSZ-LINE
           MOVE CPY-CSZ-LINE     TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE SPACES           TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE

           MOVE SPACES TO WS-MASKED-TIN
           EVALUATE TRUE
               WHEN TAX-TIN = SPACES
                   MOVE 'NOT ON FILE' TO WS-MASKED-TIN
               WHEN TAX-TIN-EIN
                   STRING 'XX-XXX' TAX-TIN(6:4)
                       DELIMITED BY SIZE INTO WS-MASKED-TIN
               WHEN OTHER
                   STRING 'XXX-XX-' TAX-TIN(6:4)
                       DELIMITED BY SIZE INTO WS-MASKED-TIN
           END-EVALUATE
           MOVE "RECIPIENT'S TIN:" TO CPY-LABEL
           MOVE WS-MASKED-TIN    TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE 'ACCOUNT NUMBER:' TO CPY-LABEL
           MOVE YTD-CUST-ID      TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE SPACES           TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE

           MOVE '1 INTEREST INCOME:' TO CPY-LABEL
           MOVE YTD-INTEREST     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE '4 FEDERAL INCOME TAX WITHHELD:' TO CPY-LABEL
           MOVE WS-WITHHELD      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT   TO CPY-VALUE
           MOVE CPY-LABEL-LINE   TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE

           MOVE SPACES           TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE ALL '-'          TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE
           MOVE SPACES           TO RECIPIENT-COPY-LINE
           WRITE RECIPIENT-COPY-LINE BEFORE ADVANCING PAGE
           ADD 1 TO WS-COPY-COUNT
           .

       WRITE-PAYER-TOTALS.
           MOVE SPACES            TO FILING-TOTAL-RECORD
           MOVE 'C'               TO FLC-RECORD-TYPE
           MOVE WS-TAX-YEAR       TO FLC-TAX-YEAR
           MOVE WS-FILED-COUNT    TO FLC-PAYEE-COUNT
           MOVE WS-FILED-INTEREST TO FLC-TOTAL-INTEREST
           MOVE WS-FILED-WITHHELD TO FLC-TOTAL-WITHHELD
           WRITE FILING-TOTAL-RECORD
           .

      *> Taken from the record as it stands after this run's filing.
      *> A customer counts toward what should have been reported once
      *> its interest reaches the threshold or once it has been filed
      *> at all, since a filed amount that later drops still has to be
      *> corrected.
       ADD-TO-RECONCILIATION.
           ADD YTD-INTEREST TO WS-YEAR-INTEREST
           IF NOT YTD-NOT-FILED
               ADD YTD-INTEREST       TO WS-REPORTABLE-INTEREST
               ADD YTD-FILED-INTEREST TO WS-REPORTED-INTEREST
           ELSE
               IF YTD-INTEREST NOT < WS-THRESHOLD
                   ADD YTD-INTEREST   TO WS-REPORTABLE-INTEREST
               END-IF
           END-IF
           .

      *> The accrual control totals carry interest with
      *> INTEREST-ACCRUAL's sign -- negative, an expense -- so they
      *> are reversed to compare with the amounts paid.
       LOAD-CONTROL-HISTORY.
           OPEN INPUT INTEREST-CONTROL-HISTORY
           IF WS-CONTROL-HISTORY-STATUS = '00'
               MOVE 0 TO WS-EOF-FLAG
               PERFORM READ-CONTROL-HISTORY UNTIL WS-EOF-FLAG = 1
               CLOSE INTEREST-CONTROL-HISTORY
           ELSE
               MOVE 'CONTROL HISTORY READABLE' TO TRC-LINE
               MOVE 'FAIL'                     TO TRC-STATUS
               MOVE 0 TO TRC-EXPECTED
               MOVE 0 TO TRC-ACTUAL
               WRITE TAX-RECON-RECORD
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           .

       READ-CONTROL-HISTORY.
           READ INTEREST-CONTROL-HISTORY
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF ICH-TAX-YEAR = WS-TAX-YEAR
                       SUBTRACT ICH-CONTROL-INTEREST
                           FROM WS-CONTROL-INTEREST
                       ADD 1 TO WS-HISTORY-RUNS
                   END-IF
           END-READ.

       WRITE-RECONCILIATION.
           MOVE 'YEAR INTEREST = ACCRUAL CTLS' TO TRC-LINE
           MOVE WS-CONTROL-INTEREST    TO TRC-EXPECTED
           MOVE WS-YEAR-INTEREST       TO TRC-ACTUAL
           PERFORM GRADE-RECON-LINE
           MOVE 'FILED = REPORTABLE INTEREST' TO TRC-LINE
           MOVE WS-REPORTABLE-INTEREST TO TRC-EXPECTED
           MOVE WS-REPORTED-INTEREST   TO TRC-ACTUAL
           PERFORM GRADE-RECON-LINE
           .

       GRADE-RECON-LINE.
           IF TRC-EXPECTED = TRC-ACTUAL
               MOVE 'PASS' TO TRC-STATUS
           ELSE
               MOVE 'FAIL' TO TRC-STATUS
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           WRITE TAX-RECON-RECORD
           .

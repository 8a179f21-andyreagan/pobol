       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REFUND.
      *> Credit-balance refund run. A credit balance (MST-BALANCE < 0)
      *> is money we owe the customer; until now the only thing that
      *> ever happened to one was ESCHEATMENT handing it to the state
      *> years later. This run picks out the credit balances at or
      *> above a configurable minimum that haven't moved for a
      *> configurable number of days -- going by DORMANCY-HISTORY, the
      *> same unchanged-day streak ESCHEATMENT reads -- and cuts a
      *> refund check for each.
      *> Accounts already far enough along to be on ESCHEATMENT's
      *> remittance path are left to it, and so is any account under
      *> a hold on the keyed hold file, so a refund never races a
      *> remittance or goes out while somebody has the account frozen.
      *> Every check is printed on a check register with the ADDRREC
      *> mailing address it will go to, written to a positive-pay
      *> issue file for the bank, kept on the keyed ISSUED-CHECK-FILE,
      *> and paired with a 'C' transaction that brings the account to
      *> zero, ready for CUSTOMER-MAINTENANCE. An account with no
      *> address on file can't be sent a check and goes on the
      *> exception list instead. The register and the positive-pay
      *> file are totalled independently and the control record only
      *> passes when the two agree.
      *> A credit balance a check has already gone out for is not
      *> refunded twice: until CUSTOMER-MAINTENANCE applies the 'C'
      *> transaction the master still shows it, so an account with an
      *> issued check for that amount, dated on or after the balance
      *> last moved, is counted as a refund outstanding and left be.
      *> A check that is voided, or that goes stale-dated uncashed,
      *> comes in on the void file: the check is marked on the issued
      *> check file, a void goes to the bank on the positive-pay file,
      *> and a 'C' transaction puts the amount back on the account as
      *> a credit, so the customer is owed it again.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DORMANCY-HISTORY ASSIGN TO
               WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DORM-CUST-ID
               FILE STATUS IS WS-DORMANCY-STATUS.
      *> Account holds: a customer on file here, with the hold not yet
      *> expired, is not refunded. Optional the same way
      *> FEE-ASSESSMENT's waiver file is.
           SELECT HOLD-FILE ASSIGN TO
               WS-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO
               WS-ADDRESS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT NO-ADDRESS-FILE ASSIGN TO
               WS-NO-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every check ever issued, keyed by check number; created on
      *> first use.
           SELECT ISSUED-CHECK-FILE ASSIGN TO
               WS-ISSUED-CHECK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-NUMBER
               FILE STATUS IS WS-CHECK-STATUS.
      *> Void and stale-date requests: optional. No DD_VOID_FILE means
      *> no checks are voided this run.
           SELECT VOID-FILE ASSIGN TO
               WS-VOID-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-REJECT-FILE ASSIGN TO
               WS-VOID-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO
               WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
               WS-POSITIVE-PAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-CONTROL-FILE ASSIGN TO
               WS-REFUND-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

       FD  DORMANCY-HISTORY.
       01  DORMANCY-HISTORY-RECORD.
           05  DORM-CUST-ID           PIC 9(6).
           05  DORM-LAST-CHANGED-DATE PIC 9(8).
           05  DORM-UNCHANGED-DAYS    PIC 9(5).

      *> Hold record: why the account is frozen and until when. A zero
      *> expiry date is an open-ended hold.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HLD-CUST-ID        PIC 9(6).
           05  HLD-REASON-CODE    PIC X(10).
           05  HLD-EXPIRY-DATE    PIC 9(8).

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

       FD  NO-ADDRESS-FILE.
       01  NO-ADDRESS-RECORD.
           05  NOADR-CUST-ID      PIC 9(6).
           05  NOADR-CUST-NAME    PIC X(30).

      *> Issued check: I = issued, V = voided, S = stale-dated.
       FD  ISSUED-CHECK-FILE.
       01  ISSUED-CHECK-RECORD.
           05  CHK-NUMBER         PIC 9(10).
           05  CHK-CUST-ID        PIC 9(6).
           05  CHK-PAYEE-NAME     PIC X(30).
           05  CHK-AMOUNT         PIC 9(7)V9(2).
           05  CHK-ISSUE-DATE     PIC 9(8).
           05  CHK-STATUS         PIC X(1).
               88  CHK-ISSUED              VALUE 'I'.
           05  CHK-VOID-DATE      PIC 9(8).

      *> Void request: V = void, S = stale-dated.
       FD  VOID-FILE.
       01  VOID-RECORD.
           05  VOD-CHECK-NUMBER   PIC 9(10).
           05  VOD-REASON         PIC X(1).
           05  VOD-REQUESTED-BY   PIC X(8).

       FD  VOID-REJECT-FILE.
       01  VOID-REJECT-RECORD.
           05  VRJ-INPUT-DATA     PIC X(19).
           05  VRJ-REASON-CODE    PIC X(10).

       FD  REGISTER-FILE.
       01  REGISTER-LINE          PIC X(80).

      *> Positive-pay file for the bank: an I record per check issued,
      *> a V record per check voided, then one T trailer with the
      *> issue count and total the bank balances the file to.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE    PIC X(1).
           05  PPY-ACCOUNT-NUM    PIC X(12).
           05  PPY-CHECK-NUMBER   PIC 9(10).
           05  PPY-ISSUE-DATE     PIC 9(8).
           05  PPY-AMOUNT         PIC 9(8)V9(2).
           05  PPY-PAYEE-NAME     PIC X(30).
       01  POSITIVE-PAY-TRAILER.
           05  PPT-RECORD-TYPE    PIC X(1).
           05  PPT-ACCOUNT-NUM    PIC X(12).
           05  PPT-ISSUE-COUNT    PIC 9(6).
           05  PPT-ISSUE-TOTAL    PIC 9(10)V9(2).
           05  PPT-VOID-COUNT     PIC 9(6).
           05  PPT-VOID-TOTAL     PIC 9(10)V9(2).

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

      *> Control-totals record in the CONTROL-FILE style: the register
      *> and positive-pay sides are counted separately and must agree
      *> for a PASS.
       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           05  RFCTL-REGISTER-COUNT  PIC 9(6).
           05  RFCTL-REGISTER-TOTAL  PIC 9(9)V9(2).
           05  RFCTL-POSPAY-COUNT    PIC 9(6).
           05  RFCTL-POSPAY-TOTAL    PIC 9(9)V9(2).
           05  RFCTL-VOID-COUNT      PIC 9(6).
           05  RFCTL-VOID-TOTAL      PIC 9(9)V9(2).
           05  RFCTL-RECON-STATUS    PIC X(4).

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
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-HISTORY-PATH        PIC X(256).
       01  WS-DORMANCY-STATUS     PIC X(2).
           88  WS-DORMANCY-FOUND         VALUE '00'.
       01  WS-HOLD-PATH           PIC X(256).
       01  WS-HOLD-STATUS         PIC X(2).
           88  WS-HOLD-FOUND             VALUE '00'.
       01  WS-HOLD-ENABLED-SW     PIC 9 VALUE 0.
           88  WS-HOLD-ENABLED           VALUE 1.
       01  WS-ADDRESS-PATH        PIC X(256).
       01  WS-ADDRESS-STATUS      PIC X(2).
           88  WS-ADDRESS-FOUND          VALUE '00'.
           88  WS-ADDRESS-NOT-FOUND      VALUE '23'.
       01  WS-NO-ADDRESS-PATH     PIC X(256).
       01  WS-ISSUED-CHECK-PATH   PIC X(256).
       01  WS-CHECK-STATUS        PIC X(2).
           88  WS-CHECK-FOUND            VALUE '00'.
           88  WS-CHECK-NOT-FOUND        VALUE '23'.
       01  WS-VOID-PATH           PIC X(256).
       01  WS-VOID-REJECT-PATH    PIC X(256).
       01  WS-VOID-ENABLED-SW     PIC 9 VALUE 0.
           88  WS-VOID-ENABLED           VALUE 1.
       01  WS-REGISTER-PATH       PIC X(256).
       01  WS-POSITIVE-PAY-PATH   PIC X(256).
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-REFUND-CONTROL-PATH PIC X(256).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.

      *> Smallest credit balance worth a check, overridable per run.
       01  WS-REFUND-MINIMUM-IN   PIC X(15).
       01  WS-REFUND-MINIMUM      PIC 9(7)V9(2) VALUE 5.00.
      *> Days a credit balance must sit unmoved before it is refunded;
      *> a balance still moving belongs to an active account.
       01  WS-IDLE-DAYS-IN        PIC X(5).
       01  WS-IDLE-DAYS           PIC 9(5) VALUE 60.
      *> ESCHEATMENT's threshold: anything past it is on the remittance
      *> path and not ours to refund. Read from the same DD name so
      *> the two runs can't disagree.
       01  WS-ESCHEAT-THRESHOLD-IN PIC X(5).
       01  WS-ESCHEAT-THRESHOLD    PIC 9(5) VALUE 1095.
      *> Days after issue an uncashed check goes stale.
       01  WS-STALE-DAYS-IN       PIC X(5).
       01  WS-STALE-DAYS          PIC 9(5) VALUE 180.
      *> First check number of this run; by default one past the
      *> highest check ever issued.
       01  WS-FIRST-CHECK-IN      PIC X(12).
       01  WS-NEXT-CHECK-NUMBER   PIC 9(10) VALUE 0.
      *> Disbursement account the checks are drawn on, for the bank.
       01  WS-DISBURSE-ACCOUNT    PIC X(12).

       01  WS-REFUND-AMOUNT       PIC 9(7)V9(2).
       01  WS-HOLD-APPLIES-SW     PIC 9 VALUE 0.
           88  WS-HOLD-APPLIES           VALUE 1.
       01  WS-CHECK-EOF-SW        PIC 9 VALUE 0.
           88  WS-CHECK-EOF              VALUE 1.
       01  WS-OUTSTANDING-SW      PIC 9 VALUE 0.
           88  WS-REFUND-OUTSTANDING     VALUE 1.
       01  WS-VOID-REASON         PIC X(10).
       01  WS-CHECK-AGE-DAYS      PIC 9(7).

      *> Customers whose balance a void has already moved this run. A
      *> second void for the same customer builds on the first one's
      *> re-credit, and none of them is refunded again until the next
      *> run, when the master shows the re-credit.
       01  WS-POSTED-MAX          PIC 9(4) VALUE 2000.
       01  WS-POSTED-COUNT        PIC 9(4) VALUE 0.
       01  WS-POSTED-IDX          PIC 9(4).
       01  WS-POSTED-FOUND-SW     PIC 9 VALUE 0.
           88  WS-POSTED-FOUND           VALUE 1.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 2000 TIMES.
               10  WS-PST-CUST-ID     PIC 9(6).
               10  WS-PST-BALANCE     PIC S9(7)V9(2).

       01  WS-LINES-PER-PAGE-IN   PIC X(4).
       01  WS-LINES-PER-PAGE      PIC 9(4) VALUE 55.
       01  WS-PAGE-LINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PAGE-NUM            PIC 9(4) VALUE 0.

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-MM         PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-DD         PIC 9(2).

       01  HDR-LINE-1.
           05  FILLER             PIC X(24)
               VALUE 'REFUND CHECK REGISTER'.
           05  FILLER             PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(6) VALUE 'PAGE '.
           05  HDR-PAGE-NUM       PIC ZZZ9.

       01  HDR-LINE-2.
           05  FILLER             PIC X(12) VALUE 'CHECK NO'.
           05  FILLER             PIC X(8)  VALUE 'CUST ID'.
           05  FILLER             PIC X(32)
               VALUE 'PAYEE / MAILING ADDRESS'.
           05  FILLER             PIC X(16) VALUE 'AMOUNT'.

       01  DTL-LINE.
           05  DTL-CHECK-NUMBER   PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-CUST-ID        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-PAYEE-NAME     PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT         PIC $$$,$$$,$$9.99.

       01  DTL-ADDRESS-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  DTL-ADDRESS-TEXT   PIC X(60).

      *> City/state/postal composed into one mailing line.
       01  DTL-CSZ-LINE           PIC X(40).

       01  TOT-LINE.
           05  FILLER             PIC X(20) VALUE 'REGISTER TOTAL'.
           05  TOT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE ' CHECKS'.
           05  FILLER             PIC X(15) VALUE SPACES.
           05  TOT-AMOUNT         PIC $$$$,$$$,$$9.99.

       01  WS-SELECTED-COUNT      PIC 9(6) VALUE 0.
       01  WS-REGISTER-COUNT      PIC 9(6) VALUE 0.
       01  WS-REGISTER-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01  WS-POSPAY-COUNT        PIC 9(6) VALUE 0.
       01  WS-POSPAY-TOTAL        PIC 9(9)V9(2) VALUE 0.
       01  WS-VOID-COUNT          PIC 9(6) VALUE 0.
       01  WS-VOID-TOTAL          PIC 9(9)V9(2) VALUE 0.
       01  WS-VOID-REJECTED       PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(6) VALUE 0.
       01  WS-OUTSTANDING-COUNT   PIC 9(6) VALUE 0.
       01  WS-ESCHEAT-SKIPPED     PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE 0.

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
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-HISTORY-PATH
               FROM ENVIRONMENT "DD_DORMANCY_HISTORY"
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "DD_HOLD_FILE"
           IF WS-HOLD-PATH NOT = SPACES
               SET WS-HOLD-ENABLED TO TRUE
           END-IF
           ACCEPT WS-ADDRESS-PATH FROM ENVIRONMENT "DD_ADDRESS_FILE"
           ACCEPT WS-NO-ADDRESS-PATH
               FROM ENVIRONMENT "DD_NO_ADDRESS_FILE"
           ACCEPT WS-ISSUED-CHECK-PATH
               FROM ENVIRONMENT "DD_ISSUED_CHECK_FILE"
           ACCEPT WS-VOID-PATH FROM ENVIRONMENT "DD_VOID_FILE"
           IF WS-VOID-PATH NOT = SPACES
               SET WS-VOID-ENABLED TO TRUE
               ACCEPT WS-VOID-REJECT-PATH
                   FROM ENVIRONMENT "DD_VOID_REJECT_FILE"
           END-IF
           ACCEPT WS-REGISTER-PATH FROM ENVIRONMENT "DD_REGISTER_FILE"
           ACCEPT WS-POSITIVE-PAY-PATH
               FROM ENVIRONMENT "DD_POSITIVE_PAY_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REFUND-CONTROL-PATH
               FROM ENVIRONMENT "DD_REFUND_CONTROL_FILE"
           ACCEPT WS-DISBURSE-ACCOUNT
               FROM ENVIRONMENT "DD_DISBURSEMENT_ACCOUNT"
           PERFORM ACCEPT-RUN-PARAMETERS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

           OPEN INPUT MASTER-FILE
           OPEN INPUT DORMANCY-HISTORY
           IF WS-DORMANCY-STATUS NOT = '00'
               DISPLAY "CREDIT-REFUND: *** CANNOT OPEN DORMANCY "
                   "HISTORY: " FUNCTION TRIM (WS-HISTORY-PATH)
                   " STATUS " WS-DORMANCY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY "CREDIT-REFUND: *** CANNOT OPEN ADDRESS "
                   "FILE: " FUNCTION TRIM (WS-ADDRESS-PATH)
                   " STATUS " WS-ADDRESS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOLD-ENABLED
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY "CREDIT-REFUND: *** CANNOT OPEN HOLD "
                       "FILE: " FUNCTION TRIM (WS-HOLD-PATH)
                       " STATUS " WS-HOLD-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ISSUED-CHECK-FILE
           IF WS-CHECK-STATUS = '35'
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           OPEN OUTPUT NO-ADDRESS-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT REFUND-CONTROL-FILE

           IF WS-NEXT-CHECK-NUMBER = 0
               PERFORM FIND-LAST-CHECK-NUMBER
           END-IF

      *> Voids first: a void re-credits the account, and an account
      *> re-credited this run waits for the next run to be refunded.
           IF WS-VOID-ENABLED
               OPEN INPUT  VOID-FILE
               OPEN OUTPUT VOID-REJECT-FILE
               PERFORM PROCESS-VOID UNTIL WS-EOF-FLAG = 1
               CLOSE VOID-FILE
               CLOSE VOID-REJECT-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF

           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO MST-CUST-ID
           START MASTER-FILE KEY NOT LESS THAN MST-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM SELECT-CREDIT-BALANCE UNTIL WS-SCAN-EOF

           PERFORM WRITE-REGISTER-TOTAL
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM WRITE-REFUND-CONTROL

           CLOSE MASTER-FILE
           CLOSE DORMANCY-HISTORY
           CLOSE ADDRESS-FILE
           IF WS-HOLD-ENABLED
               CLOSE HOLD-FILE
           END-IF
           CLOSE ISSUED-CHECK-FILE
           CLOSE NO-ADDRESS-FILE
           CLOSE REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REFUND-CONTROL-FILE

           DISPLAY "CREDIT BALANCES SELECTED: " WS-SELECTED-COUNT
           DISPLAY "CHECKS ISSUED:            " WS-REGISTER-COUNT
           DISPLAY "TOTAL REFUNDED:           " WS-REGISTER-TOTAL
           DISPLAY "SKIPPED, ON HOLD:         " WS-HELD-COUNT
           DISPLAY "REFUND OUTSTANDING:       " WS-OUTSTANDING-COUNT
           DISPLAY "SKIPPED, ESCHEATMENT:     " WS-ESCHEAT-SKIPPED
           DISPLAY "NO ADDRESS ON FILE:       " WS-NO-ADDRESS-COUNT
           DISPLAY "CHECKS VOIDED:            " WS-VOID-COUNT
           DISPLAY "TOTAL RE-CREDITED:        " WS-VOID-TOTAL
           DISPLAY "VOIDS REJECTED:           " WS-VOID-REJECTED
           DISPLAY "RECONCILIATION:           " RFCTL-RECON-STATUS
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-REFUND-MINIMUM-IN
               FROM ENVIRONMENT "DD_REFUND_MINIMUM"
           IF WS-REFUND-MINIMUM-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-REFUND-MINIMUM-IN)) = 0
                   COMPUTE WS-REFUND-MINIMUM =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-REFUND-MINIMUM-IN))
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_REFUND_MINIMUM VALUE '"
                       FUNCTION TRIM (WS-REFUND-MINIMUM-IN)
                       "' IS NOT NUMERIC, USING DEFAULT MINIMUM"
               END-IF
           END-IF
           ACCEPT WS-IDLE-DAYS-IN FROM ENVIRONMENT "DD_REFUND_IDLE_DAYS"
           IF WS-IDLE-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-IDLE-DAYS-IN)) = 0
                   COMPUTE WS-IDLE-DAYS =
                       FUNCTION NUMVAL (FUNCTION TRIM (WS-IDLE-DAYS-IN))
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_REFUND_IDLE_DAYS VALUE '"
                       FUNCTION TRIM (WS-IDLE-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT IDLE DAYS"
               END-IF
           END-IF
           ACCEPT WS-ESCHEAT-THRESHOLD-IN
               FROM ENVIRONMENT "DD_ESCHEAT_THRESHOLD"
           IF WS-ESCHEAT-THRESHOLD-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-ESCHEAT-THRESHOLD-IN)) = 0
                   COMPUTE WS-ESCHEAT-THRESHOLD =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-ESCHEAT-THRESHOLD-IN))
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_ESCHEAT_THRESHOLD VALUE '"
                       FUNCTION TRIM (WS-ESCHEAT-THRESHOLD-IN)
                       "' IS NOT NUMERIC, USING DEFAULT THRESHOLD"
               END-IF
           END-IF
           ACCEPT WS-STALE-DAYS-IN FROM ENVIRONMENT "DD_STALE_DAYS"
           IF WS-STALE-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-STALE-DAYS-IN)) = 0
                   COMPUTE WS-STALE-DAYS =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-STALE-DAYS-IN))
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_STALE_DAYS VALUE '"
                       FUNCTION TRIM (WS-STALE-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT STALE DAYS"
               END-IF
           END-IF
           ACCEPT WS-FIRST-CHECK-IN
               FROM ENVIRONMENT "DD_FIRST_CHECK_NUMBER"
           IF WS-FIRST-CHECK-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-FIRST-CHECK-IN)) = 0
                   COMPUTE WS-NEXT-CHECK-NUMBER =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-FIRST-CHECK-IN))
                   SUBTRACT 1 FROM WS-NEXT-CHECK-NUMBER
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_FIRST_CHECK_NUMBER "
                       "VALUE '" FUNCTION TRIM (WS-FIRST-CHECK-IN)
                       "' IS NOT NUMERIC, CONTINUING FROM THE LAST "
                       "CHECK ISSUED"
               END-IF
           END-IF
           ACCEPT WS-LINES-PER-PAGE-IN
               FROM ENVIRONMENT "DD_LINES_PER_PAGE"
           IF WS-LINES-PER-PAGE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-LINES-PER-PAGE-IN)) = 0
                   COMPUTE WS-LINES-PER-PAGE =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-LINES-PER-PAGE-IN))
               ELSE
                   DISPLAY "CREDIT-REFUND: DD_LINES_PER_PAGE "
                       "VALUE '" FUNCTION TRIM (WS-LINES-PER-PAGE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LINES PER PAGE"
               END-IF
           END-IF
           .

      *> The issued-check file is keyed by check number, so the last
      *> record on it is the highest number ever issued.
       FIND-LAST-CHECK-NUMBER.
           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO CHK-NUMBER
           START ISSUED-CHECK-FILE KEY NOT LESS THAN CHK-NUMBER
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-CHECK UNTIL WS-SCAN-EOF
           .

       READ-NEXT-CHECK.
           READ ISSUED-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE CHK-NUMBER TO WS-NEXT-CHECK-NUMBER
           END-READ.

      *> A stale-date request is honored only once the check really is
      *> past the stale window; a void is honored any time the check
      *> is still outstanding.
       PROCESS-VOID.
           READ VOID-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   PERFORM VALIDATE-VOID
                   IF WS-VOID-REASON = SPACES
                       PERFORM APPLY-VOID
                   ELSE
                       MOVE VOID-RECORD    TO VRJ-INPUT-DATA
                       MOVE WS-VOID-REASON TO VRJ-REASON-CODE
                       WRITE VOID-REJECT-RECORD
                       ADD 1 TO WS-VOID-REJECTED
                   END-IF
           END-READ.

       VALIDATE-VOID.
           MOVE SPACES TO WS-VOID-REASON
           IF VOD-CHECK-NUMBER NOT NUMERIC
               MOVE 'BAD-CHECK' TO WS-VOID-REASON
           ELSE
               MOVE VOD-CHECK-NUMBER TO CHK-NUMBER
               READ ISSUED-CHECK-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-CHECK-NOT-FOUND
                       MOVE 'NO-CHECK' TO WS-VOID-REASON
                   WHEN NOT CHK-ISSUED
                       MOVE 'NOT-OUTSTD' TO WS-VOID-REASON
                   WHEN VOD-REASON NOT = 'V' AND NOT = 'S'
                       MOVE 'BAD-REASON' TO WS-VOID-REASON
                   WHEN OTHER
                       COMPUTE WS-CHECK-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE (CHK-ISSUE-DATE)
                       IF VOD-REASON = 'S'
                          AND WS-CHECK-AGE-DAYS < WS-STALE-DAYS
                           MOVE 'NOT-STALE' TO WS-VOID-REASON
                       ELSE
                           MOVE CHK-CUST-ID TO MST-CUST-ID
                           READ MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF WS-MASTER-NOT-FOUND
                               MOVE 'NO-MASTER' TO WS-VOID-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           .

      *> The amount goes back on as a credit: the balance moves back
      *> down by the amount of the check, so we owe the customer it
      *> again and the next refund run can pick it up.
       APPLY-VOID.
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
               MOVE VOID-RECORD TO VRJ-INPUT-DATA
               MOVE 'RUN-LIMIT' TO VRJ-REASON-CODE
               WRITE VOID-REJECT-RECORD
               ADD 1 TO WS-VOID-REJECTED
           ELSE
               MOVE VOD-REASON  TO CHK-STATUS
               MOVE WS-RUN-DATE TO CHK-VOID-DATE
               REWRITE ISSUED-CHECK-RECORD
                   INVALID KEY
                       DISPLAY "CREDIT-REFUND: *** CANNOT REWRITE "
                           "CHECK " CHK-NUMBER
                           " STATUS " WS-CHECK-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE

               SUBTRACT CHK-AMOUNT FROM WS-PST-BALANCE (WS-POSTED-IDX)
               MOVE 'C'           TO TXN-ACTION
               MOVE 'REFUND'      TO TXN-MAKER-ID
               MOVE 'CHKVOID'     TO TXN-ACTIVITY-TYPE
               MOVE MST-CUST-ID   TO TXN-CUST-ID
               MOVE MST-CUST-NAME TO TXN-CUST-NAME
               MOVE WS-PST-BALANCE (WS-POSTED-IDX) TO TXN-BALANCE
               WRITE TRANSACTION-RECORD

               MOVE 'V'                 TO PPY-RECORD-TYPE
               MOVE WS-DISBURSE-ACCOUNT TO PPY-ACCOUNT-NUM
               MOVE CHK-NUMBER          TO PPY-CHECK-NUMBER
               MOVE CHK-ISSUE-DATE      TO PPY-ISSUE-DATE
               MOVE CHK-AMOUNT          TO PPY-AMOUNT
               MOVE CHK-PAYEE-NAME      TO PPY-PAYEE-NAME
               WRITE POSITIVE-PAY-RECORD

               ADD 1 TO WS-VOID-COUNT
               ADD CHK-AMOUNT TO WS-VOID-TOTAL
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

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

      *> An account with no dormancy history has never been through a
      *> DORMANCY-SCAN and so can't be shown to be idle; it waits.
       SELECT-CREDIT-BALANCE.
           IF MST-BALANCE < 0
               COMPUTE WS-REFUND-AMOUNT = MST-BALANCE * -1
               IF WS-REFUND-AMOUNT >= WS-REFUND-MINIMUM
                   MOVE MST-CUST-ID TO DORM-CUST-ID
                   READ DORMANCY-HISTORY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-DORMANCY-FOUND
                      AND DORM-UNCHANGED-DAYS >= WS-IDLE-DAYS
                       PERFORM SCREEN-REFUND-CANDIDATE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-MASTER
           .

       SCREEN-REFUND-CANDIDATE.
           PERFORM CHECK-ACCOUNT-HOLD
           PERFORM FIND-POSTED-CUST
           PERFORM CHECK-REFUND-OUTSTANDING
           EVALUATE TRUE
               WHEN DORM-UNCHANGED-DAYS > WS-ESCHEAT-THRESHOLD
                   ADD 1 TO WS-ESCHEAT-SKIPPED
               WHEN WS-HOLD-APPLIES
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-POSTED-FOUND
                   CONTINUE
               WHEN WS-REFUND-OUTSTANDING
                   ADD 1 TO WS-OUTSTANDING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SELECTED-COUNT
                   MOVE MST-CUST-ID TO ADR-CUST-ID
                   READ ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-ADDRESS-FOUND
                       PERFORM ISSUE-REFUND-CHECK
                   ELSE
                       MOVE MST-CUST-ID   TO NOADR-CUST-ID
                       MOVE MST-CUST-NAME TO NOADR-CUST-NAME
                       WRITE NO-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   END-IF
           END-EVALUATE
           .

      *> A hold only freezes the account while unexpired, the same
      *> stance FEE-ASSESSMENT takes on lapsed waivers.
       CHECK-ACCOUNT-HOLD.
           MOVE 0 TO WS-HOLD-APPLIES-SW
           IF WS-HOLD-ENABLED
               MOVE MST-CUST-ID TO HLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-HOLD-FOUND
                  AND (HLD-EXPIRY-DATE = 0
                       OR WS-RUN-DATE <= HLD-EXPIRY-DATE)
                   SET WS-HOLD-APPLIES TO TRUE
               END-IF
           END-IF
           .

      *> A check still issued to this customer for the amount now owed,
      *> written no earlier than the balance last moved, is the refund
      *> of this very balance; the master just hasn't caught up yet.
      *> A new credit balance moves the balance after the old check
      *> went out, so a genuine second refund is not held up.
       CHECK-REFUND-OUTSTANDING.
           MOVE 0 TO WS-OUTSTANDING-SW
           MOVE 0 TO WS-CHECK-EOF-SW
           MOVE 0 TO CHK-NUMBER
           START ISSUED-CHECK-FILE KEY NOT LESS THAN CHK-NUMBER
               INVALID KEY
                   SET WS-CHECK-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-ISSUED-CHECK
               UNTIL WS-CHECK-EOF OR WS-REFUND-OUTSTANDING
           .

       READ-NEXT-ISSUED-CHECK.
           READ ISSUED-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-CHECK-EOF TO TRUE
               NOT AT END
                   IF CHK-ISSUED
                      AND CHK-CUST-ID = MST-CUST-ID
                      AND CHK-AMOUNT = WS-REFUND-AMOUNT
                      AND CHK-ISSUE-DATE >= DORM-LAST-CHANGED-DATE
                       SET WS-REFUND-OUTSTANDING TO TRUE
                   END-IF
           END-READ.

      *> The check is recorded on the issued-check file before anything
      *> else is written; a check number already in use stops that
      *> check cold rather than printing a duplicate.
       ISSUE-REFUND-CHECK.
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           MOVE WS-NEXT-CHECK-NUMBER TO CHK-NUMBER
           MOVE MST-CUST-ID          TO CHK-CUST-ID
           MOVE MST-CUST-NAME        TO CHK-PAYEE-NAME
           MOVE WS-REFUND-AMOUNT     TO CHK-AMOUNT
           MOVE WS-RUN-DATE          TO CHK-ISSUE-DATE
           MOVE 'I'                  TO CHK-STATUS
           MOVE 0                    TO CHK-VOID-DATE
           WRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   DISPLAY "CREDIT-REFUND: *** CHECK NUMBER "
                       CHK-NUMBER " ALREADY ISSUED, ACCOUNT "
                       MST-CUST-ID " NOT REFUNDED ***"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-REGISTER-ENTRY
                   PERFORM WRITE-POSITIVE-PAY-ISSUE
                   MOVE 'C'           TO TXN-ACTION
                   MOVE 'REFUND'      TO TXN-MAKER-ID
                   MOVE 'REFUND'      TO TXN-ACTIVITY-TYPE
                   MOVE MST-CUST-ID   TO TXN-CUST-ID
                   MOVE MST-CUST-NAME TO TXN-CUST-NAME
                   MOVE 0             TO TXN-BALANCE
                   WRITE TRANSACTION-RECORD
           END-WRITE
           .

       WRITE-REGISTER-ENTRY.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-REGISTER-HEADER
           END-IF

           MOVE CHK-NUMBER       TO DTL-CHECK-NUMBER
           MOVE CHK-CUST-ID      TO DTL-CUST-ID
           MOVE CHK-PAYEE-NAME   TO DTL-PAYEE-NAME
           MOVE CHK-AMOUNT       TO DTL-AMOUNT
           MOVE DTL-LINE         TO REGISTER-LINE
           WRITE REGISTER-LINE

           MOVE ADR-STREET-1     TO DTL-ADDRESS-TEXT
           MOVE DTL-ADDRESS-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           ADD 2 TO WS-PAGE-LINE-COUNT
           IF ADR-STREET-2 NOT = SPACES
               MOVE ADR-STREET-2     TO DTL-ADDRESS-TEXT
               MOVE DTL-ADDRESS-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD 1 TO WS-PAGE-LINE-COUNT
           END-IF
           MOVE SPACES TO DTL-CSZ-LINE
           STRING FUNCTION TRIM (ADR-CITY) DELIMITED BY SIZE
               ', '                        DELIMITED BY SIZE
               ADR-STATE                   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               ADR-POSTAL                  DELIMITED BY SIZE
               INTO DTL-CSZ-LINE
           MOVE DTL-CSZ-LINE     TO DTL-ADDRESS-TEXT
           MOVE DTL-ADDRESS-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           ADD 1 TO WS-PAGE-LINE-COUNT

           ADD 1 TO WS-REGISTER-COUNT
           ADD CHK-AMOUNT TO WS-REGISTER-TOTAL

           IF WS-PAGE-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE BEFORE ADVANCING PAGE
               MOVE 0 TO WS-PAGE-LINE-COUNT
           END-IF
           .

       WRITE-REGISTER-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO HDR-PAGE-NUM
           MOVE HDR-LINE-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE HDR-LINE-2 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           .

       WRITE-REGISTER-TOTAL.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-REGISTER-HEADER
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REGISTER-COUNT TO TOT-COUNT
           MOVE WS-REGISTER-TOTAL TO TOT-AMOUNT
           MOVE TOT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           .

       WRITE-POSITIVE-PAY-ISSUE.
           MOVE 'I'                 TO PPY-RECORD-TYPE
           MOVE WS-DISBURSE-ACCOUNT TO PPY-ACCOUNT-NUM
           MOVE CHK-NUMBER          TO PPY-CHECK-NUMBER
           MOVE CHK-ISSUE-DATE      TO PPY-ISSUE-DATE
           MOVE CHK-AMOUNT          TO PPY-AMOUNT
           MOVE CHK-PAYEE-NAME      TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-POSPAY-COUNT
           ADD CHK-AMOUNT TO WS-POSPAY-TOTAL
           .

       WRITE-POSITIVE-PAY-TRAILER.
           MOVE 'T'                 TO PPT-RECORD-TYPE
           MOVE WS-DISBURSE-ACCOUNT TO PPT-ACCOUNT-NUM
           MOVE WS-POSPAY-COUNT     TO PPT-ISSUE-COUNT
           MOVE WS-POSPAY-TOTAL     TO PPT-ISSUE-TOTAL
           MOVE WS-VOID-COUNT       TO PPT-VOID-COUNT
           MOVE WS-VOID-TOTAL       TO PPT-VOID-TOTAL
           WRITE POSITIVE-PAY-TRAILER
           .

       WRITE-REFUND-CONTROL.
           MOVE WS-REGISTER-COUNT TO RFCTL-REGISTER-COUNT
           MOVE WS-REGISTER-TOTAL TO RFCTL-REGISTER-TOTAL
           MOVE WS-POSPAY-COUNT   TO RFCTL-POSPAY-COUNT
           MOVE WS-POSPAY-TOTAL   TO RFCTL-POSPAY-TOTAL
           MOVE WS-VOID-COUNT     TO RFCTL-VOID-COUNT
           MOVE WS-VOID-TOTAL     TO RFCTL-VOID-TOTAL
           IF WS-REGISTER-COUNT = WS-POSPAY-COUNT
              AND WS-REGISTER-TOTAL = WS-POSPAY-TOTAL
               MOVE 'PASS' TO RFCTL-RECON-STATUS
           ELSE
               MOVE 'FAIL' TO RFCTL-RECON-STATUS
               DISPLAY "CREDIT-REFUND: *** CHECK REGISTER AND "
                   "POSITIVE-PAY TOTALS DISAGREE ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE REFUND-CONTROL-RECORD
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "CREDIT-REFUND: *** POSTING "
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
                   DISPLAY "CREDIT-REFUND: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "CREDIT-REFUND: *** CANNOT OPEN PERIOD "
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

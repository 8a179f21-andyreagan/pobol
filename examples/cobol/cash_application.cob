       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-APPLICATION.
      *> Applies the bank's daily lockbox file to the customer master.
      *> Each remitted payment is matched to an account -- on the
      *> customer ID written on the remittance first, falling back to
      *> the remitter's name plus the exact amount due when the ID is
      *> missing, not on the master, or plainly belongs to somebody
      *> else -- and every match comes out as a 'C' posting
      *> transaction with the payment taken off the balance, ready to
      *> feed CUSTOMER-MAINTENANCE the same way FEE-ASSESSMENT's output
      *> does. Nothing is keyed by hand any more, so a payment can no
      *> longer land on a mistyped ID.
      *> A payment that cannot be matched with confidence is never
      *> guessed at: it goes to the keyed UNAPPLIED-CASH suspense file,
      *> which carries forward from day to day until someone assigns
      *> the item to a customer through the assignment file, at which
      *> point the next run posts it like any other payment.
      *> The run closes with a control record tying what was applied
      *> plus what went to suspense back to the bank's deposit total
      *> on the lockbox trailer, and with an aging report of whatever
      *> is still sitting in suspense.
      *> When CHARGE-OFF's charged-off file is supplied, a payment from
      *> a customer whose balance has been charged off is booked as a
      *> recovery against the charged-off record, up to what is still
      *> unrecovered, and logged on the recovery file; only whatever
      *> is left over is posted to the account as a normal payment.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> Every deposit applied is logged on the keyed deposit log by
      *> deposit date and lockbox, and a lockbox file whose deposit is
      *> already on the log is refused before anything is posted, so
      *> a rerun of the same file can't post its payments twice. A
      *> lockbox that repeats an item number is refused the same way.
      *> Suspense deletions and recoveries are held back and made just
      *> before the deposit is logged, and an item that an unfinished
      *> earlier attempt already put in suspense is taken as
      *> suspended, so a run that stops partway can simply be rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO
               WS-LOCKBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Unapplied cash: permanent, keyed by deposit date, lockbox,
      *> batch and item so the same bank item can never be suspended
      *> twice, while two lockboxes deposited the same day can reuse
      *> each other's batch and item numbers.
      *> Created on first use, the way OVERRIDE-MAINTENANCE creates
      *> the override file.
           SELECT SUSPENSE-FILE ASSIGN TO
               WS-SUSPENSE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-ITEM-ID
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *> Deposits already applied, keyed by deposit date and lockbox.
      *> Created on first use, like the suspense file.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO
               WS-DEPOSIT-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-DEPOSIT-KEY
               FILE STATUS IS WS-DEPOSIT-LOG-STATUS.
           SELECT APPLIED-FILE ASSIGN TO
               WS-APPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-CONTROL-FILE ASSIGN TO
               WS-CASH-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO
               WS-AGING-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Suspense assignments: optional. No DD_ASSIGNMENT_FILE means
      *> nothing is released from suspense this run.
           SELECT ASSIGNMENT-FILE ASSIGN TO
               WS-ASSIGNMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGN-REJECT-FILE ASSIGN TO
               WS-ASSIGN-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Charged-off accounts, as CHARGE-OFF maintains them: optional.
      *> No DD_CHARGEOFF_FILE means every payment posts normally.
           SELECT CHARGED-OFF-FILE ASSIGN TO
               WS-CHARGED-OFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUST-ID
               FILE STATUS IS WS-CHARGED-OFF-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO
               WS-RECOVERY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
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

      *> Bank lockbox file: one 'H' header carrying the deposit date,
      *> a 'D' detail per remitted item, and one 'T' trailer carrying
      *> the bank's item count and deposit total. The remitted
      *> customer ID is whatever the customer wrote on the coupon, so
      *> it is carried as text and only trusted once it tests numeric.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-DETAIL.
           05  LBX-RECORD-TYPE    PIC X(1).
               88  LBX-HEADER            VALUE 'H'.
               88  LBX-DETAIL            VALUE 'D'.
               88  LBX-TRAILER           VALUE 'T'.
           05  LBX-BATCH-NUM      PIC 9(3).
           05  LBX-ITEM-SEQ       PIC 9(4).
           05  LBX-CUST-ID-IN     PIC X(6).
           05  LBX-REMITTER-NAME  PIC X(30).
           05  LBX-AMOUNT         PIC 9(7)V9(2).
           05  LBX-CHECK-NUM      PIC X(10).
       01  LOCKBOX-HEADER.
           05  LBH-RECORD-TYPE    PIC X(1).
           05  LBH-DEPOSIT-DATE   PIC 9(8).
           05  LBH-LOCKBOX-ID     PIC X(10).
       01  LOCKBOX-TRAILER.
           05  LBT-RECORD-TYPE    PIC X(1).
           05  LBT-ITEM-COUNT     PIC 9(6).
           05  LBT-DEPOSIT-TOTAL  PIC 9(9)V9(2).

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

      *> Suspense item: the bank item exactly as remitted, plus the
      *> reason it could not be matched.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-ITEM-ID.
               10  SUS-DEPOSIT-DATE   PIC 9(8).
               10  SUS-LOCKBOX-ID     PIC X(10).
               10  SUS-BATCH-NUM      PIC 9(3).
               10  SUS-ITEM-SEQ       PIC 9(4).
           05  SUS-CUST-ID-IN     PIC X(6).
           05  SUS-REMITTER-NAME  PIC X(30).
           05  SUS-AMOUNT         PIC 9(7)V9(2).
           05  SUS-CHECK-NUM      PIC X(10).
           05  SUS-REASON-CODE    PIC X(10).

      *> Deposit log: one record per lockbox deposit applied, with
      *> the day it was applied and the bank's count and total.
       FD  DEPOSIT-LOG-FILE.
       01  DEPOSIT-LOG-RECORD.
           05  DLG-DEPOSIT-KEY.
               10  DLG-DEPOSIT-DATE   PIC 9(8).
               10  DLG-LOCKBOX-ID     PIC X(10).
           05  DLG-APPLIED-DATE   PIC 9(8).
           05  DLG-ITEM-COUNT     PIC 9(6).
           05  DLG-DEPOSIT-TOTAL  PIC S9(9)V9(2).

      *> Applied-cash register: one line per posted payment and how it
      *> was matched -- I = remitted ID, N = name and amount due,
      *> A = assigned out of suspense.
       FD  APPLIED-FILE.
       01  APPLIED-RECORD.
           05  APL-DEPOSIT-DATE   PIC 9(8).
           05  APL-BATCH-NUM      PIC 9(3).
           05  APL-ITEM-SEQ       PIC 9(4).
           05  APL-CUST-ID        PIC 9(6).
           05  APL-AMOUNT         PIC 9(7)V9(2).
           05  APL-MATCH-METHOD   PIC X(1).
           05  APL-NEW-BALANCE    PIC S9(7)V9(2).
           05  APL-RECOVERY-AMOUNT PIC 9(7)V9(2).

      *> Control-totals record in the CONTROL-FILE style. Applied plus
      *> suspended must equal the bank's deposit total, and the items
      *> read must equal the bank's item count, for a PASS. Assigned
      *> items belong to earlier deposits and are totalled separately;
      *> CCTL-POSTED-TOTAL is what the posting transactions carry,
      *> which leaves out whatever was booked as a recovery.
       FD  CASH-CONTROL-FILE.
       01  CASH-CONTROL-RECORD.
           05  CCTL-DEPOSIT-DATE    PIC 9(8).
           05  CCTL-ITEM-COUNT      PIC 9(6).
           05  CCTL-BANK-COUNT      PIC 9(6).
           05  CCTL-BANK-TOTAL      PIC S9(9)V9(2).
           05  CCTL-APPLIED-COUNT   PIC 9(6).
           05  CCTL-APPLIED-TOTAL   PIC S9(9)V9(2).
           05  CCTL-SUSPENSE-COUNT  PIC 9(6).
           05  CCTL-SUSPENSE-TOTAL  PIC S9(9)V9(2).
           05  CCTL-ASSIGNED-COUNT  PIC 9(6).
           05  CCTL-ASSIGNED-TOTAL  PIC S9(9)V9(2).
           05  CCTL-RECOVERY-COUNT  PIC 9(6).
           05  CCTL-RECOVERY-TOTAL  PIC S9(9)V9(2).
           05  CCTL-POSTED-TOTAL    PIC S9(9)V9(2).
           05  CCTL-RECON-STATUS    PIC X(4).

      *> Suspense aging: a DETAIL line per item still unapplied, then
      *> a TOTAL line per age bucket and one for the whole file (bucket
      *> 'ALL'), tagged the way OVERRIDE-MAINTENANCE's impact report
      *> tags its record types.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD.
           05  AGE-RECORD-TYPE    PIC X(7).
           05  AGE-BUCKET         PIC X(5).
           05  AGE-DEPOSIT-DATE   PIC 9(8).
           05  AGE-LOCKBOX-ID     PIC X(10).
           05  AGE-BATCH-NUM      PIC 9(3).
           05  AGE-ITEM-SEQ       PIC 9(4).
           05  AGE-DAYS           PIC 9(5).
           05  AGE-REASON-CODE    PIC X(10).
           05  AGE-COUNT          PIC 9(6).
           05  AGE-AMOUNT         PIC 9(9)V9(2).

      *> Assignment: which suspense item belongs to which customer, and
      *> who decided so. The item is identified exactly as the aging
      *> report lists it.
       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           05  ASG-ITEM-ID.
               10  ASG-DEPOSIT-DATE   PIC 9(8).
               10  ASG-LOCKBOX-ID     PIC X(10).
               10  ASG-BATCH-NUM      PIC 9(3).
               10  ASG-ITEM-SEQ       PIC 9(4).
           05  ASG-CUST-ID        PIC 9(6).
           05  ASG-ASSIGNED-BY    PIC X(8).

       FD  ASSIGN-REJECT-FILE.
       01  ASSIGN-REJECT-RECORD.
           05  ASJ-INPUT-DATA     PIC X(39).
           05  ASJ-REASON-CODE    PIC X(10).

      *> Same layout CHARGE-OFF maintains.
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

      *> Recovery log, appended run after run: one line per payment
      *> (or part of one) booked against a charge-off. CHARGEOFF-REPORT
      *> reads it for the month's recoveries.
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RCV-CUST-ID        PIC 9(6).
           05  RCV-DATE           PIC 9(8).
           05  RCV-AMOUNT         PIC 9(7)V9(2).
           05  RCV-DEPOSIT-DATE   PIC 9(8).
           05  RCV-BATCH-NUM      PIC 9(3).
           05  RCV-ITEM-SEQ       PIC 9(4).
           05  RCV-MATCH-METHOD   PIC X(1).

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
       01  WS-LOCKBOX-PATH        PIC X(256).
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-SUSPENSE-PATH       PIC X(256).
       01  WS-SUSPENSE-STATUS     PIC X(2).
           88  WS-SUSPENSE-FOUND         VALUE '00'.
           88  WS-SUSPENSE-NOT-FOUND     VALUE '23'.
       01  WS-DEPOSIT-LOG-PATH    PIC X(256).
       01  WS-DEPOSIT-LOG-STATUS  PIC X(2).
           88  WS-DEPOSIT-LOGGED         VALUE '00'.
       01  WS-LOCKBOX-ID          PIC X(10) VALUE SPACES.
       01  WS-APPLIED-PATH        PIC X(256).
       01  WS-CASH-CONTROL-PATH   PIC X(256).
       01  WS-AGING-REPORT-PATH   PIC X(256).
       01  WS-ASSIGNMENT-PATH     PIC X(256).
       01  WS-ASSIGN-REJECT-PATH  PIC X(256).
       01  WS-ASSIGN-ENABLED-SW   PIC 9 VALUE 0.
           88  WS-ASSIGN-ENABLED         VALUE 1.
       01  WS-CHARGED-OFF-PATH    PIC X(256).
       01  WS-CHARGED-OFF-STATUS  PIC X(2).
           88  WS-CHARGED-OFF-FOUND      VALUE '00'.
       01  WS-CHARGEOFF-ENABLED-SW PIC 9 VALUE 0.
           88  WS-CHARGEOFF-ENABLED      VALUE 1.
       01  WS-RECOVERY-PATH       PIC X(256).
       01  WS-RECOVERY-STATUS     PIC X(2).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DEPOSIT-DATE        PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.
       01  WS-TRAILER-SEEN-SW     PIC 9 VALUE 0.
           88  WS-TRAILER-SEEN           VALUE 1.

      *> Number of leading characters of the squeezed names that must
      *> agree, the same DD_MATCH_LEN idea DUPLICATE-NAME-SCAN uses for
      *> look-alike names. Anything outside 1-30 falls back to the
      *> default.
       01  WS-MATCH-LEN-IN        PIC X(4).
       01  WS-MATCH-LEN           PIC 9(2) VALUE 10.
       01  WS-WORK-LEN            PIC 9(4).

      *> Name squeeze work area: SQUEEZE-NAME squeezes WS-SQZ-SOURCE
      *> into WS-SQZ-RESULT.
       01  WS-SQZ-SOURCE          PIC X(30).
       01  WS-SQZ-RESULT          PIC X(30).
       01  WS-SQZ-FROM            PIC 9(2).
       01  WS-SQZ-TO              PIC 9(2).
       01  WS-REMIT-SQUEEZED      PIC X(30).

      *> Outcome of matching one item.
       01  WS-MATCH-SW            PIC X(1).
           88  WS-MATCH-BY-ID            VALUE 'I'.
           88  WS-MATCH-BY-NAME          VALUE 'N'.
           88  WS-MATCH-NONE             VALUE ' '.
       01  WS-SUSPENSE-REASON     PIC X(10).
       01  WS-NAME-HITS           PIC 9(6).
       01  WS-MATCH-CUST-ID       PIC 9(6).
       01  WS-MATCH-CUST-NAME     PIC X(30).
       01  WS-MATCH-BALANCE       PIC S9(7)V9(2).

      *> Payment being posted, whichever way it was matched.
       01  WS-POST-CUST-ID        PIC 9(6).
       01  WS-POST-CUST-NAME      PIC X(30).
       01  WS-POST-OPEN-BALANCE   PIC S9(7)V9(2).
       01  WS-POST-AMOUNT         PIC 9(7)V9(2).
       01  WS-POST-METHOD         PIC X(1).
       01  WS-POST-DEPOSIT-DATE   PIC 9(8).
       01  WS-POST-BATCH-NUM      PIC 9(3).
       01  WS-POST-ITEM-SEQ       PIC 9(4).
      *> Part of the payment booked as a recovery, and what is left to
      *> post to the account.
       01  WS-RECOVERY-AMOUNT     PIC 9(7)V9(2).
       01  WS-UNRECOVERED         PIC S9(7)V9(2).
       01  WS-POST-NET-AMOUNT     PIC 9(7)V9(2).

      *> Balances already posted this run. A customer who pays twice
      *> in one lockbox gets the second payment taken off the balance
      *> the first one left, not off the master's stale balance, since
      *> every posting transaction carries the whole new balance.
       01  WS-POSTED-MAX          PIC 9(4) VALUE 2000.
       01  WS-POSTED-COUNT        PIC 9(4) VALUE 0.
       01  WS-POSTED-IDX          PIC 9(4).
       01  WS-POSTED-FOUND-SW     PIC 9 VALUE 0.
           88  WS-POSTED-FOUND           VALUE 1.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 2000 TIMES.
               10  WS-PST-CUST-ID     PIC 9(6).
               10  WS-PST-BALANCE     PIC S9(7)V9(2).

      *> Updates held back until the deposit has been through: the
      *> suspense items released by assignment, still to be deleted,
      *> and the recoveries, still to be booked on the charged-off
      *> file and logged. They are made just before the deposit is
      *> logged, so a run that stops partway leaves both files as they
      *> were. A customer recovering twice in one run has the second
      *> recovery held to what the first one left unrecovered.
       01  WS-RELEASED-MAX        PIC 9(4) VALUE 2000.
       01  WS-RELEASED-COUNT      PIC 9(4) VALUE 0.
       01  WS-RELEASED-IDX        PIC 9(4).
       01  WS-RELEASED-FOUND-SW   PIC 9 VALUE 0.
           88  WS-RELEASED-FOUND         VALUE 1.
       01  WS-RELEASED-TABLE.
           05  WS-RLS-ITEM-ID OCCURS 2000 TIMES PIC X(25).
       01  WS-PENDING-MAX         PIC 9(4) VALUE 2000.
       01  WS-PENDING-COUNT       PIC 9(4) VALUE 0.
       01  WS-PENDING-IDX         PIC 9(4).
       01  WS-PENDING-RECOVERED   PIC 9(9)V9(2).
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 2000 TIMES.
               10  WS-PND-CUST-ID      PIC 9(6).
               10  WS-PND-AMOUNT       PIC 9(7)V9(2).
               10  WS-PND-DEPOSIT-DATE PIC 9(8).
               10  WS-PND-BATCH-NUM    PIC 9(3).
               10  WS-PND-ITEM-SEQ     PIC 9(4).
               10  WS-PND-MATCH-METHOD PIC X(1).

      *> Batch and item number of every usable item in the deposit,
      *> gathered before anything is posted: an item number the bank
      *> sent twice refuses the deposit up front, which also means an
      *> item already in suspense under this deposit can only have
      *> been put there by an earlier attempt at it.
       01  WS-ITEM-KEY-MAX        PIC 9(5) VALUE 9999.
       01  WS-ITEM-KEY-COUNT      PIC 9(5) VALUE 0.
       01  WS-ITEM-KEY-IDX        PIC 9(5).
       01  WS-ITEM-KEY-FOUND-SW   PIC 9 VALUE 0.
           88  WS-ITEM-KEY-FOUND         VALUE 1.
       01  WS-ITEM-KEY-FULL-SW    PIC 9 VALUE 0.
           88  WS-ITEM-KEY-FULL          VALUE 1.
       01  WS-ITEM-KEY-TABLE.
           05  WS-ITEM-KEY-ENTRY OCCURS 9999 TIMES.
               10  WS-IKY-BATCH-NUM   PIC 9(3).
               10  WS-IKY-ITEM-SEQ    PIC 9(4).
       01  WS-REPEATED-ITEM-COUNT PIC 9(6) VALUE 0.
       01  WS-ALREADY-SUSPENDED-SW PIC 9 VALUE 0.
           88  WS-ALREADY-SUSPENDED      VALUE 1.

      *> Suspense aging buckets, youngest first; the last bucket
      *> catches everything older than the one before it.
       01  WS-AGE-BUCKET-VALUES.
           05  FILLER             PIC X(10) VALUE '0-30 00030'.
           05  FILLER             PIC X(10) VALUE '31-6000060'.
           05  FILLER             PIC X(10) VALUE '61-9000090'.
           05  FILLER             PIC X(10) VALUE '91+  99999'.
       01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-VALUES.
           05  WS-AGE-BUCKET OCCURS 4 TIMES.
               10  WS-AGE-LABEL       PIC X(5).
               10  WS-AGE-MAX-DAYS    PIC 9(5).
       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL OCCURS 4 TIMES.
               10  WS-AGE-BKT-COUNT   PIC 9(6).
               10  WS-AGE-BKT-AMOUNT  PIC 9(9)V9(2).
       01  WS-AGE-IDX             PIC 9.
       01  WS-AGE-DAYS            PIC 9(5).
       01  WS-AGE-ALL-COUNT       PIC 9(6) VALUE 0.
       01  WS-AGE-ALL-AMOUNT      PIC 9(9)V9(2) VALUE 0.

       01  WS-ITEM-COUNT          PIC 9(6) VALUE 0.
       01  WS-BAD-ITEM-COUNT      PIC 9(6) VALUE 0.
       01  WS-BANK-COUNT          PIC 9(6) VALUE 0.
       01  WS-BANK-TOTAL          PIC S9(9)V9(2) VALUE 0.
       01  WS-APPLIED-COUNT       PIC 9(6) VALUE 0.
       01  WS-APPLIED-TOTAL       PIC S9(9)V9(2) VALUE 0.
       01  WS-SUSPENSE-COUNT      PIC 9(6) VALUE 0.
       01  WS-SUSPENSE-TOTAL      PIC S9(9)V9(2) VALUE 0.
       01  WS-ASSIGNED-COUNT      PIC 9(6) VALUE 0.
       01  WS-ASSIGNED-TOTAL      PIC S9(9)V9(2) VALUE 0.
       01  WS-ASSIGN-REJECTED     PIC 9(6) VALUE 0.
       01  WS-RECOVERY-COUNT      PIC 9(6) VALUE 0.
       01  WS-RECOVERY-TOTAL      PIC S9(9)V9(2) VALUE 0.
       01  WS-ASSIGN-REASON       PIC X(10).

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
           ACCEPT WS-LOCKBOX-PATH FROM ENVIRONMENT "DD_LOCKBOX_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-SUSPENSE-PATH FROM ENVIRONMENT "DD_SUSPENSE_FILE"
           ACCEPT WS-APPLIED-PATH FROM ENVIRONMENT "DD_APPLIED_FILE"
           ACCEPT WS-DEPOSIT-LOG-PATH
               FROM ENVIRONMENT "DD_DEPOSIT_LOG_FILE"
           ACCEPT WS-CASH-CONTROL-PATH
               FROM ENVIRONMENT "DD_CASH_CONTROL_FILE"
           ACCEPT WS-AGING-REPORT-PATH
               FROM ENVIRONMENT "DD_AGING_REPORT_FILE"
           ACCEPT WS-ASSIGNMENT-PATH
               FROM ENVIRONMENT "DD_ASSIGNMENT_FILE"
           IF WS-ASSIGNMENT-PATH NOT = SPACES
               SET WS-ASSIGN-ENABLED TO TRUE
               ACCEPT WS-ASSIGN-REJECT-PATH
                   FROM ENVIRONMENT "DD_ASSIGN_REJECT_FILE"
           END-IF
           ACCEPT WS-CHARGED-OFF-PATH
               FROM ENVIRONMENT "DD_CHARGEOFF_FILE"
           IF WS-CHARGED-OFF-PATH NOT = SPACES
               SET WS-CHARGEOFF-ENABLED TO TRUE
               ACCEPT WS-RECOVERY-PATH
                   FROM ENVIRONMENT "DD_RECOVERY_FILE"
           END-IF
           ACCEPT WS-MATCH-LEN-IN FROM ENVIRONMENT "DD_MATCH_LEN"
           IF WS-MATCH-LEN-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-MATCH-LEN-IN)) = 0
                   COMPUTE WS-WORK-LEN =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-MATCH-LEN-IN))
                   IF WS-WORK-LEN >= 1 AND WS-WORK-LEN <= 30
                       MOVE WS-WORK-LEN TO WS-MATCH-LEN
                   ELSE
                       DISPLAY "CASH-APPLICATION: DD_MATCH_LEN "
                           "VALUE '" FUNCTION TRIM (WS-MATCH-LEN-IN)
                           "' IS NOT A LENGTH FROM 1 TO 30, USING "
                           "DEFAULT MATCH LENGTH"
                   END-IF
               ELSE
                   DISPLAY "CASH-APPLICATION: DD_MATCH_LEN VALUE '"
                       FUNCTION TRIM (WS-MATCH-LEN-IN)
                       "' IS NOT NUMERIC, USING DEFAULT MATCH LENGTH"
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DEPOSIT-DATE

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD
           PERFORM CHECK-DEPOSIT-APPLIED

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CASH-APPLICATION: *** CANNOT OPEN MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "CASH-APPLICATION: *** CANNOT OPEN SUSPENSE "
                   "FILE: " FUNCTION TRIM (WS-SUSPENSE-PATH)
                   " STATUS " WS-SUSPENSE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHARGEOFF-ENABLED
               OPEN I-O CHARGED-OFF-FILE
               IF WS-CHARGED-OFF-STATUS NOT = '00'
                   DISPLAY "CASH-APPLICATION: *** CANNOT OPEN "
                       "CHARGED-OFF FILE: "
                       FUNCTION TRIM (WS-CHARGED-OFF-PATH)
                       " STATUS " WS-CHARGED-OFF-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND RECOVERY-FILE
               IF WS-RECOVERY-STATUS = '35'
                   OPEN OUTPUT RECOVERY-FILE
               END-IF
           END-IF
           OPEN INPUT  LOCKBOX-FILE
           OPEN OUTPUT TRANSACTION-FILE
           OPEN OUTPUT APPLIED-FILE
           OPEN OUTPUT CASH-CONTROL-FILE

      *> Assignments first, so an item released from suspense today
      *> is off the aging report this run produces.
           IF WS-ASSIGN-ENABLED
               OPEN INPUT  ASSIGNMENT-FILE
               OPEN OUTPUT ASSIGN-REJECT-FILE
               PERFORM APPLY-ASSIGNMENT UNTIL WS-EOF-FLAG = 1
               CLOSE ASSIGNMENT-FILE
               CLOSE ASSIGN-REJECT-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF

           PERFORM READ-LOCKBOX UNTIL WS-EOF-FLAG = 1

           PERFORM APPLY-HELD-UPDATES
           PERFORM LOG-DEPOSIT-APPLIED
           PERFORM WRITE-CASH-CONTROL-TOTALS
           PERFORM WRITE-AGING-REPORT

           PERFORM CLOSE-ALL-FILES

           DISPLAY "LOCKBOX ITEMS READ: " WS-ITEM-COUNT
           DISPLAY "ITEMS APPLIED:      " WS-APPLIED-COUNT
           DISPLAY "APPLIED TOTAL:      " WS-APPLIED-TOTAL
           DISPLAY "ITEMS SUSPENDED:    " WS-SUSPENSE-COUNT
           DISPLAY "SUSPENDED TOTAL:    " WS-SUSPENSE-TOTAL
           DISPLAY "ITEMS ASSIGNED:     " WS-ASSIGNED-COUNT
           DISPLAY "ASSIGNED TOTAL:     " WS-ASSIGNED-TOTAL
           DISPLAY "ASSIGNS REJECTED:   " WS-ASSIGN-REJECTED
           IF WS-CHARGEOFF-ENABLED
               DISPLAY "RECOVERIES:         " WS-RECOVERY-COUNT
               DISPLAY "RECOVERED TOTAL:    " WS-RECOVERY-TOTAL
           END-IF
           DISPLAY "BANK DEPOSIT TOTAL: " WS-BANK-TOTAL
           DISPLAY "RECONCILIATION:     " CCTL-RECON-STATUS
           STOP RUN.

       CLOSE-ALL-FILES.
           CLOSE MASTER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE DEPOSIT-LOG-FILE
           CLOSE LOCKBOX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE APPLIED-FILE
           CLOSE CASH-CONTROL-FILE
           IF WS-CHARGEOFF-ENABLED
               CLOSE CHARGED-OFF-FILE
               CLOSE RECOVERY-FILE
           END-IF
           .

      *> Releases an assigned item from suspense: the suspense record
      *> must still be there (it may already have been assigned) and
      *> the customer must be on the master. A released item stays in
      *> suspense until the deposit has been through and is deleted
      *> with the other held-back updates; assigning it a second time
      *> in the same run finds it already released.
       APPLY-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   PERFORM RELEASE-SUSPENSE-ITEM
           END-READ.

       RELEASE-SUSPENSE-ITEM.
           MOVE SPACES TO WS-ASSIGN-REASON
           IF ASG-CUST-ID NOT NUMERIC
               MOVE 'BAD-ID' TO WS-ASSIGN-REASON
           ELSE
               MOVE ASG-ITEM-ID TO SUS-ITEM-ID
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SUSPENSE-NOT-FOUND
                   MOVE 'NO-ITEM' TO WS-ASSIGN-REASON
               ELSE
                   PERFORM FIND-RELEASED-ITEM
                   EVALUATE TRUE
                       WHEN WS-RELEASED-FOUND
                           MOVE 'NO-ITEM' TO WS-ASSIGN-REASON
                       WHEN WS-RELEASED-COUNT = WS-RELEASED-MAX
                           MOVE 'RUN-LIMIT' TO WS-ASSIGN-REASON
                       WHEN OTHER
                           MOVE ASG-CUST-ID TO MST-CUST-ID
                           READ MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF WS-MASTER-NOT-FOUND
                               MOVE 'NOT-FOUND' TO WS-ASSIGN-REASON
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-ASSIGN-REASON NOT = SPACES
               MOVE ASSIGNMENT-RECORD TO ASJ-INPUT-DATA
               MOVE WS-ASSIGN-REASON  TO ASJ-REASON-CODE
               WRITE ASSIGN-REJECT-RECORD
               ADD 1 TO WS-ASSIGN-REJECTED
           ELSE
               MOVE MST-CUST-ID      TO WS-POST-CUST-ID
               MOVE MST-CUST-NAME    TO WS-POST-CUST-NAME
               MOVE MST-BALANCE      TO WS-POST-OPEN-BALANCE
               MOVE SUS-AMOUNT       TO WS-POST-AMOUNT
               MOVE 'A'              TO WS-POST-METHOD
               MOVE SUS-DEPOSIT-DATE TO WS-POST-DEPOSIT-DATE
               MOVE SUS-BATCH-NUM    TO WS-POST-BATCH-NUM
               MOVE SUS-ITEM-SEQ     TO WS-POST-ITEM-SEQ
               PERFORM POST-PAYMENT
               IF WS-POSTED-FOUND
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SUS-ITEM-ID
                       TO WS-RLS-ITEM-ID (WS-RELEASED-COUNT)
                   ADD 1 TO WS-ASSIGNED-COUNT
                   ADD SUS-AMOUNT TO WS-ASSIGNED-TOTAL
               ELSE
                   MOVE ASSIGNMENT-RECORD TO ASJ-INPUT-DATA
                   MOVE 'RUN-LIMIT'       TO ASJ-REASON-CODE
                   WRITE ASSIGN-REJECT-RECORD
                   ADD 1 TO WS-ASSIGN-REJECTED
               END-IF
           END-IF
           .

       FIND-RELEASED-ITEM.
           MOVE 0 TO WS-RELEASED-FOUND-SW
           MOVE 1 TO WS-RELEASED-IDX
           PERFORM CHECK-RELEASED-ENTRY
               UNTIL WS-RELEASED-FOUND
                  OR WS-RELEASED-IDX > WS-RELEASED-COUNT
           .

       CHECK-RELEASED-ENTRY.
           IF WS-RLS-ITEM-ID (WS-RELEASED-IDX) = SUS-ITEM-ID
               SET WS-RELEASED-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RELEASED-IDX
           END-IF
           .

       READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBX-HEADER
                           MOVE LBH-LOCKBOX-ID TO WS-LOCKBOX-ID
                           IF LBH-DEPOSIT-DATE NUMERIC
                              AND LBH-DEPOSIT-DATE > 0
                               MOVE LBH-DEPOSIT-DATE
                                   TO WS-DEPOSIT-DATE
                           END-IF
                       WHEN LBX-DETAIL
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM APPLY-LOCKBOX-ITEM
                       WHEN LBX-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           IF LBT-ITEM-COUNT NUMERIC
                               MOVE LBT-ITEM-COUNT TO WS-BANK-COUNT
                           END-IF
                           IF LBT-DEPOSIT-TOTAL NUMERIC
                               MOVE LBT-DEPOSIT-TOTAL TO WS-BANK-TOTAL
                           END-IF
                       WHEN OTHER
                           DISPLAY "CASH-APPLICATION: UNKNOWN LOCKBOX "
                               "RECORD TYPE '" LBX-RECORD-TYPE
                               "' SKIPPED"
                   END-EVALUATE
           END-READ.

      *> An item whose amount isn't a usable number can be neither
      *> posted nor suspended; it is counted and left to fail the
      *> deposit reconciliation, which is where someone will see it.
      *> An item an earlier attempt at this deposit left in suspense
      *> is counted as suspended again rather than matched afresh.
       APPLY-LOCKBOX-ITEM.
           IF LBX-AMOUNT NOT NUMERIC OR LBX-AMOUNT = 0
               ADD 1 TO WS-BAD-ITEM-COUNT
               DISPLAY "CASH-APPLICATION: ITEM " LBX-BATCH-NUM "/"
                   LBX-ITEM-SEQ " HAS NO USABLE AMOUNT"
           ELSE
               PERFORM CHECK-ALREADY-SUSPENDED
               IF WS-ALREADY-SUSPENDED
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD LBX-AMOUNT TO WS-SUSPENSE-TOTAL
               ELSE
                   PERFORM MATCH-AND-APPLY-ITEM
               END-IF
           END-IF
           .

       MATCH-AND-APPLY-ITEM.
           PERFORM MATCH-LOCKBOX-ITEM
           IF WS-MATCH-NONE
               PERFORM SUSPEND-LOCKBOX-ITEM
           ELSE
               MOVE WS-MATCH-CUST-ID   TO WS-POST-CUST-ID
               MOVE WS-MATCH-CUST-NAME TO WS-POST-CUST-NAME
               MOVE WS-MATCH-BALANCE   TO WS-POST-OPEN-BALANCE
               MOVE LBX-AMOUNT         TO WS-POST-AMOUNT
               MOVE WS-MATCH-SW        TO WS-POST-METHOD
               MOVE WS-DEPOSIT-DATE    TO WS-POST-DEPOSIT-DATE
               MOVE LBX-BATCH-NUM      TO WS-POST-BATCH-NUM
               MOVE LBX-ITEM-SEQ       TO WS-POST-ITEM-SEQ
               PERFORM POST-PAYMENT
               IF WS-POSTED-FOUND
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD LBX-AMOUNT TO WS-APPLIED-TOTAL
               ELSE
                   MOVE 'RUN-LIMIT' TO WS-SUSPENSE-REASON
                   PERFORM SUSPEND-LOCKBOX-ITEM
               END-IF
           END-IF
           .

      *> Item numbers are unique within the deposit by now, so a
      *> suspense record under this deposit, lockbox, batch and item
      *> is this same item, and it should agree on amount and check
      *> number. One that doesn't means the suspense file and the
      *> lockbox file disagree about the deposit, and the run stops
      *> before the deposit is logged or any held-back update is made.
       CHECK-ALREADY-SUSPENDED.
           MOVE 0 TO WS-ALREADY-SUSPENDED-SW
           MOVE WS-DEPOSIT-DATE TO SUS-DEPOSIT-DATE
           MOVE WS-LOCKBOX-ID   TO SUS-LOCKBOX-ID
           MOVE LBX-BATCH-NUM   TO SUS-BATCH-NUM
           MOVE LBX-ITEM-SEQ    TO SUS-ITEM-SEQ
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SUSPENSE-FOUND
               IF SUS-AMOUNT = LBX-AMOUNT
                  AND SUS-CHECK-NUM = LBX-CHECK-NUM
                   SET WS-ALREADY-SUSPENDED TO TRUE
               ELSE
                   DISPLAY "CASH-APPLICATION: *** ITEM " LBX-BATCH-NUM
                       "/" LBX-ITEM-SEQ " OF DEPOSIT "
                       WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                       " IS ALREADY IN SUSPENSE FOR A DIFFERENT "
                       "AMOUNT OR CHECK ***"
                   PERFORM CLOSE-ALL-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> The remitted ID is trusted when it is on the master and the
      *> remitter's name agrees with the master name (or no name came
      *> through at all). An ID that is on the master under a
      *> different name is treated as wrong, not as a match: that is
      *> exactly the mistyped-ID case that used to post a payment to
      *> the wrong customer. Anything short of a trusted ID falls back
      *> to name plus amount due.
       MATCH-LOCKBOX-ITEM.
           SET WS-MATCH-NONE TO TRUE
           MOVE 'NO-MATCH' TO WS-SUSPENSE-REASON
           MOVE LBX-REMITTER-NAME TO WS-SQZ-SOURCE
           PERFORM SQUEEZE-NAME
           MOVE WS-SQZ-RESULT TO WS-REMIT-SQUEEZED

           IF LBX-CUST-ID-IN NUMERIC
               MOVE LBX-CUST-ID-IN TO MST-CUST-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MASTER-FOUND
                   MOVE MST-CUST-NAME TO WS-SQZ-SOURCE
                   PERFORM SQUEEZE-NAME
                   IF LBX-REMITTER-NAME = SPACES
                      OR WS-SQZ-RESULT (1:WS-MATCH-LEN) =
                         WS-REMIT-SQUEEZED (1:WS-MATCH-LEN)
                       SET WS-MATCH-BY-ID TO TRUE
                       MOVE MST-CUST-ID   TO WS-MATCH-CUST-ID
                       MOVE MST-CUST-NAME TO WS-MATCH-CUST-NAME
                       MOVE MST-BALANCE   TO WS-MATCH-BALANCE
                   ELSE
                       MOVE 'ID-NAME' TO WS-SUSPENSE-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-MATCH-NONE AND LBX-REMITTER-NAME NOT = SPACES
               PERFORM MATCH-BY-NAME-AND-AMOUNT
           END-IF
           .

      *> Fallback: walk the master for accounts whose squeezed name
      *> agrees with the remitter's and whose balance due is exactly
      *> the amount remitted. Only a single such account is a match;
      *> two or more is a coin toss, and goes to suspense.
       MATCH-BY-NAME-AND-AMOUNT.
           MOVE 0 TO WS-NAME-HITS
           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO MST-CUST-ID
           START MASTER-FILE KEY NOT LESS THAN MST-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM CHECK-NAME-CANDIDATE UNTIL WS-SCAN-EOF

           EVALUATE WS-NAME-HITS
               WHEN 0
                   CONTINUE
               WHEN 1
                   SET WS-MATCH-BY-NAME TO TRUE
               WHEN OTHER
                   MOVE 'MULTI-MTCH' TO WS-SUSPENSE-REASON
           END-EVALUATE
           .

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       CHECK-NAME-CANDIDATE.
           IF MST-BALANCE = LBX-AMOUNT
               MOVE MST-CUST-NAME TO WS-SQZ-SOURCE
               PERFORM SQUEEZE-NAME
               IF WS-SQZ-RESULT (1:WS-MATCH-LEN) =
                  WS-REMIT-SQUEEZED (1:WS-MATCH-LEN)
                   ADD 1 TO WS-NAME-HITS
                   MOVE MST-CUST-ID   TO WS-MATCH-CUST-ID
                   MOVE MST-CUST-NAME TO WS-MATCH-CUST-NAME
                   MOVE MST-BALANCE   TO WS-MATCH-BALANCE
               END-IF
           END-IF
           PERFORM READ-NEXT-MASTER
           .

      *> Removes every space and punctuation mark from WS-SQZ-SOURCE,
      *> the same squeeze DUPLICATE-NAME-SCAN applies, so
      *> "JOHN A. SMITH" on a check and "JOHNASMITH" on the master
      *> compare equal.
       SQUEEZE-NAME.
           MOVE SPACES TO WS-SQZ-RESULT
           MOVE 1 TO WS-SQZ-FROM
           MOVE 1 TO WS-SQZ-TO
           PERFORM SQUEEZE-ONE-CHAR
               UNTIL WS-SQZ-FROM > 30
           .

       SQUEEZE-ONE-CHAR.
           IF (WS-SQZ-SOURCE (WS-SQZ-FROM:1) IS ALPHABETIC
               AND WS-SQZ-SOURCE (WS-SQZ-FROM:1) NOT = SPACE)
              OR WS-SQZ-SOURCE (WS-SQZ-FROM:1) IS NUMERIC
               MOVE WS-SQZ-SOURCE (WS-SQZ-FROM:1)
                   TO WS-SQZ-RESULT (WS-SQZ-TO:1)
               ADD 1 TO WS-SQZ-TO
           END-IF
           ADD 1 TO WS-SQZ-FROM
           .

       SUSPEND-LOCKBOX-ITEM.
           MOVE WS-DEPOSIT-DATE    TO SUS-DEPOSIT-DATE
           MOVE WS-LOCKBOX-ID      TO SUS-LOCKBOX-ID
           MOVE LBX-BATCH-NUM      TO SUS-BATCH-NUM
           MOVE LBX-ITEM-SEQ       TO SUS-ITEM-SEQ
           MOVE LBX-CUST-ID-IN     TO SUS-CUST-ID-IN
           MOVE LBX-REMITTER-NAME  TO SUS-REMITTER-NAME
           MOVE LBX-AMOUNT         TO SUS-AMOUNT
           MOVE LBX-CHECK-NUM      TO SUS-CHECK-NUM
           MOVE WS-SUSPENSE-REASON TO SUS-REASON-CODE
      *> Repeated item numbers and items already in suspense are both
      *> dealt with before an item gets here, so a write that fails is
      *> a fault on the suspense file itself. The payment can be
      *> neither posted nor suspended, so the run stops there, before
      *> the deposit is logged or any held-back update is made, and
      *> the deposit can be rerun once the file is put right.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "CASH-APPLICATION: *** ITEM " LBX-BATCH-NUM
                       "/" LBX-ITEM-SEQ " OF DEPOSIT "
                       WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                       " CANNOT BE SUSPENDED, STATUS "
                       WS-SUSPENSE-STATUS " ***"
                   PERFORM CLOSE-ALL-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD LBX-AMOUNT TO WS-SUSPENSE-TOTAL
           END-WRITE
           .

      *> Writes the posting transaction: the payment comes off the
      *> balance the customer was left with by any earlier payment in
      *> this run, or off the master balance if this is the first.
      *> WS-POSTED-FOUND comes back off only when the run-balance
      *> table, or the table of recoveries held back for the end of
      *> the run, is full and the payment could not safely be posted.
       POST-PAYMENT.
           PERFORM FIND-POSTED-CUST
           IF NOT WS-POSTED-FOUND
               IF WS-POSTED-COUNT < WS-POSTED-MAX
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE WS-POSTED-COUNT TO WS-POSTED-IDX
                   MOVE WS-POST-CUST-ID
                       TO WS-PST-CUST-ID (WS-POSTED-IDX)
                   MOVE WS-POST-OPEN-BALANCE
                       TO WS-PST-BALANCE (WS-POSTED-IDX)
                   SET WS-POSTED-FOUND TO TRUE
               ELSE
                   DISPLAY "CASH-APPLICATION: *** MORE THAN "
                       WS-POSTED-MAX " CUSTOMERS PAID THIS RUN, "
                       "ITEM LEFT UNAPPLIED ***"
               END-IF
           END-IF

           IF WS-POSTED-FOUND
               MOVE 0 TO WS-RECOVERY-AMOUNT
               IF WS-CHARGEOFF-ENABLED
                   PERFORM APPLY-RECOVERY
               END-IF
           END-IF

           IF WS-POSTED-FOUND
               COMPUTE WS-POST-NET-AMOUNT =
                   WS-POST-AMOUNT - WS-RECOVERY-AMOUNT

               IF WS-POST-NET-AMOUNT > 0
                   SUBTRACT WS-POST-NET-AMOUNT
                       FROM WS-PST-BALANCE (WS-POSTED-IDX)

                   MOVE 'C'               TO TXN-ACTION
                   MOVE 'CASHAPPL'        TO TXN-MAKER-ID
                   MOVE 'PAYMENT'         TO TXN-ACTIVITY-TYPE
                   MOVE WS-POST-CUST-ID   TO TXN-CUST-ID
                   MOVE WS-POST-CUST-NAME TO TXN-CUST-NAME
                   MOVE WS-PST-BALANCE (WS-POSTED-IDX) TO TXN-BALANCE
                   WRITE TRANSACTION-RECORD
               END-IF

               MOVE WS-POST-DEPOSIT-DATE TO APL-DEPOSIT-DATE
               MOVE WS-POST-BATCH-NUM    TO APL-BATCH-NUM
               MOVE WS-POST-ITEM-SEQ     TO APL-ITEM-SEQ
               MOVE WS-POST-CUST-ID      TO APL-CUST-ID
               MOVE WS-POST-AMOUNT       TO APL-AMOUNT
               MOVE WS-POST-METHOD       TO APL-MATCH-METHOD
               MOVE WS-PST-BALANCE (WS-POSTED-IDX) TO APL-NEW-BALANCE
               MOVE WS-RECOVERY-AMOUNT   TO APL-RECOVERY-AMOUNT
               WRITE APPLIED-RECORD
           END-IF
           .

      *> A charged-off customer's payment goes first against what has
      *> not yet been recovered on the charge-off; the account itself
      *> was zeroed when it was written off, so only an overpayment
      *> beyond the charge-off reaches the balance.
       APPLY-RECOVERY.
           MOVE WS-POST-CUST-ID TO CO-CUST-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHARGED-OFF-FOUND
               PERFORM SUM-PENDING-RECOVERY
               COMPUTE WS-UNRECOVERED =
                   CO-AMOUNT - CO-RECOVERED - WS-PENDING-RECOVERED
               IF WS-UNRECOVERED > 0
                   IF WS-PENDING-COUNT < WS-PENDING-MAX
                       IF WS-POST-AMOUNT > WS-UNRECOVERED
                           MOVE WS-UNRECOVERED TO WS-RECOVERY-AMOUNT
                       ELSE
                           MOVE WS-POST-AMOUNT TO WS-RECOVERY-AMOUNT
                       END-IF
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE WS-PENDING-COUNT TO WS-PENDING-IDX
                       MOVE WS-POST-CUST-ID
                           TO WS-PND-CUST-ID (WS-PENDING-IDX)
                       MOVE WS-RECOVERY-AMOUNT
                           TO WS-PND-AMOUNT (WS-PENDING-IDX)
                       MOVE WS-POST-DEPOSIT-DATE
                           TO WS-PND-DEPOSIT-DATE (WS-PENDING-IDX)
                       MOVE WS-POST-BATCH-NUM
                           TO WS-PND-BATCH-NUM (WS-PENDING-IDX)
                       MOVE WS-POST-ITEM-SEQ
                           TO WS-PND-ITEM-SEQ (WS-PENDING-IDX)
                       MOVE WS-POST-METHOD
                           TO WS-PND-MATCH-METHOD (WS-PENDING-IDX)
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
                   ELSE
                       DISPLAY "CASH-APPLICATION: *** MORE THAN "
                           WS-PENDING-MAX " RECOVERIES THIS RUN, "
                           "ITEM LEFT UNAPPLIED ***"
                       MOVE 0 TO WS-POSTED-FOUND-SW
                   END-IF
               END-IF
           END-IF
           .

      *> What this run has already recovered from the customer, not
      *> yet on the charged-off record.
       SUM-PENDING-RECOVERY.
           MOVE 0 TO WS-PENDING-RECOVERED
           PERFORM ADD-PENDING-RECOVERY
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
           .

       ADD-PENDING-RECOVERY.
           IF WS-PND-CUST-ID (WS-PENDING-IDX) = WS-POST-CUST-ID
               ADD WS-PND-AMOUNT (WS-PENDING-IDX)
                   TO WS-PENDING-RECOVERED
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
           IF WS-PST-CUST-ID (WS-POSTED-IDX) = WS-POST-CUST-ID
               SET WS-POSTED-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-POSTED-IDX
           END-IF
           .

      *> Every item of the deposit has been posted or suspended, so
      *> the updates held back for the end of the run are made now:
      *> released suspense items come off the suspense file, and each
      *> recovery is booked on the charged-off record and logged.
       APPLY-HELD-UPDATES.
           PERFORM DELETE-RELEASED-ITEM
               VARYING WS-RELEASED-IDX FROM 1 BY 1
               UNTIL WS-RELEASED-IDX > WS-RELEASED-COUNT
           PERFORM BOOK-PENDING-RECOVERY
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
           .

       DELETE-RELEASED-ITEM.
           MOVE WS-RLS-ITEM-ID (WS-RELEASED-IDX) TO SUS-ITEM-ID
           DELETE SUSPENSE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           .

       BOOK-PENDING-RECOVERY.
           MOVE WS-PND-CUST-ID (WS-PENDING-IDX) TO CO-CUST-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHARGED-OFF-FOUND
               ADD WS-PND-AMOUNT (WS-PENDING-IDX) TO CO-RECOVERED
               MOVE WS-RUN-DATE TO CO-LAST-RECOVERY-DATE
               REWRITE CHARGED-OFF-RECORD
                   INVALID KEY
                       DISPLAY "CASH-APPLICATION: *** CANNOT "
                           "REWRITE CHARGED-OFF RECORD "
                           CO-CUST-ID " STATUS "
                           WS-CHARGED-OFF-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               DISPLAY "CASH-APPLICATION: *** CHARGED-OFF RECORD "
                   CO-CUST-ID " NOT FOUND, STATUS "
                   WS-CHARGED-OFF-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-PND-CUST-ID (WS-PENDING-IDX)      TO RCV-CUST-ID
           MOVE WS-RUN-DATE                          TO RCV-DATE
           MOVE WS-PND-AMOUNT (WS-PENDING-IDX)       TO RCV-AMOUNT
           MOVE WS-PND-DEPOSIT-DATE (WS-PENDING-IDX) TO RCV-DEPOSIT-DATE
           MOVE WS-PND-BATCH-NUM (WS-PENDING-IDX)    TO RCV-BATCH-NUM
           MOVE WS-PND-ITEM-SEQ (WS-PENDING-IDX)     TO RCV-ITEM-SEQ
           MOVE WS-PND-MATCH-METHOD (WS-PENDING-IDX)
               TO RCV-MATCH-METHOD
           WRITE RECOVERY-RECORD
           .

      *> The deposit is logged once its items have been through,
      *> whether or not it reconciles: its payments have been posted
      *> either way, and a rerun would post them again.
       LOG-DEPOSIT-APPLIED.
           MOVE WS-DEPOSIT-DATE TO DLG-DEPOSIT-DATE
           MOVE WS-LOCKBOX-ID   TO DLG-LOCKBOX-ID
           MOVE WS-RUN-DATE     TO DLG-APPLIED-DATE
           MOVE WS-BANK-COUNT   TO DLG-ITEM-COUNT
           MOVE WS-BANK-TOTAL   TO DLG-DEPOSIT-TOTAL
           WRITE DEPOSIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "CASH-APPLICATION: *** CANNOT LOG DEPOSIT "
                       WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                       " STATUS " WS-DEPOSIT-LOG-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
           END-WRITE
           .

      *> A missing trailer, an item count that disagrees with the
      *> bank's, or an item with no usable amount all fail the
      *> reconciliation just as surely as a dollar difference does.
       WRITE-CASH-CONTROL-TOTALS.
           MOVE WS-DEPOSIT-DATE    TO CCTL-DEPOSIT-DATE
           MOVE WS-ITEM-COUNT      TO CCTL-ITEM-COUNT
           MOVE WS-BANK-COUNT      TO CCTL-BANK-COUNT
           MOVE WS-BANK-TOTAL      TO CCTL-BANK-TOTAL
           MOVE WS-APPLIED-COUNT   TO CCTL-APPLIED-COUNT
           MOVE WS-APPLIED-TOTAL   TO CCTL-APPLIED-TOTAL
           MOVE WS-SUSPENSE-COUNT  TO CCTL-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-TOTAL  TO CCTL-SUSPENSE-TOTAL
           MOVE WS-ASSIGNED-COUNT  TO CCTL-ASSIGNED-COUNT
           MOVE WS-ASSIGNED-TOTAL  TO CCTL-ASSIGNED-TOTAL
           MOVE WS-RECOVERY-COUNT  TO CCTL-RECOVERY-COUNT
           MOVE WS-RECOVERY-TOTAL  TO CCTL-RECOVERY-TOTAL
           COMPUTE CCTL-POSTED-TOTAL =
               WS-APPLIED-TOTAL + WS-ASSIGNED-TOTAL - WS-RECOVERY-TOTAL
           IF WS-TRAILER-SEEN
              AND WS-BAD-ITEM-COUNT = 0
              AND WS-ITEM-COUNT = WS-BANK-COUNT
              AND WS-APPLIED-TOTAL + WS-SUSPENSE-TOTAL = WS-BANK-TOTAL
               MOVE 'PASS' TO CCTL-RECON-STATUS
           ELSE
               MOVE 'FAIL' TO CCTL-RECON-STATUS
               DISPLAY "CASH-APPLICATION: *** LOCKBOX DOES NOT "
                   "RECONCILE TO THE BANK DEPOSIT TOTAL ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE CASH-CONTROL-RECORD
           .

      *> Walks the whole suspense file, including items carried
      *> forward from earlier days, and ages each from its deposit
      *> date to today.
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           INITIALIZE WS-AGE-TOTALS

           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO SUS-ITEM-ID
           START SUSPENSE-FILE KEY NOT LESS THAN SUS-ITEM-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-SUSPENSE
           PERFORM AGE-ONE-SUSPENSE-ITEM UNTIL WS-SCAN-EOF

           PERFORM WRITE-AGING-BUCKET-TOTAL
               VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4

           MOVE 'TOTAL'           TO AGE-RECORD-TYPE
           MOVE 'ALL'             TO AGE-BUCKET
           MOVE 0                 TO AGE-DEPOSIT-DATE
           MOVE SPACES            TO AGE-LOCKBOX-ID
           MOVE 0                 TO AGE-BATCH-NUM
           MOVE 0                 TO AGE-ITEM-SEQ
           MOVE 0                 TO AGE-DAYS
           MOVE SPACES            TO AGE-REASON-CODE
           MOVE WS-AGE-ALL-COUNT  TO AGE-COUNT
           MOVE WS-AGE-ALL-AMOUNT TO AGE-AMOUNT
           WRITE AGING-REPORT-RECORD

           CLOSE AGING-REPORT-FILE
           .

       READ-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       AGE-ONE-SUSPENSE-ITEM.
           IF SUS-DEPOSIT-DATE >= WS-RUN-DATE
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (SUS-DEPOSIT-DATE)
           END-IF
           MOVE 1 TO WS-AGE-IDX
           PERFORM FIND-AGE-BUCKET
               UNTIL WS-AGE-IDX = 4
                  OR WS-AGE-DAYS <= WS-AGE-MAX-DAYS (WS-AGE-IDX)

           ADD 1 TO WS-AGE-BKT-COUNT (WS-AGE-IDX)
           ADD SUS-AMOUNT TO WS-AGE-BKT-AMOUNT (WS-AGE-IDX)
           ADD 1 TO WS-AGE-ALL-COUNT
           ADD SUS-AMOUNT TO WS-AGE-ALL-AMOUNT

           MOVE 'DETAIL'          TO AGE-RECORD-TYPE
           MOVE WS-AGE-LABEL (WS-AGE-IDX) TO AGE-BUCKET
           MOVE SUS-DEPOSIT-DATE  TO AGE-DEPOSIT-DATE
           MOVE SUS-LOCKBOX-ID    TO AGE-LOCKBOX-ID
           MOVE SUS-BATCH-NUM     TO AGE-BATCH-NUM
           MOVE SUS-ITEM-SEQ      TO AGE-ITEM-SEQ
           MOVE WS-AGE-DAYS       TO AGE-DAYS
           MOVE SUS-REASON-CODE   TO AGE-REASON-CODE
           MOVE 1                 TO AGE-COUNT
           MOVE SUS-AMOUNT        TO AGE-AMOUNT
           WRITE AGING-REPORT-RECORD

           PERFORM READ-NEXT-SUSPENSE
           .

       FIND-AGE-BUCKET.
           ADD 1 TO WS-AGE-IDX
           .

       WRITE-AGING-BUCKET-TOTAL.
           MOVE 'TOTAL'           TO AGE-RECORD-TYPE
           MOVE WS-AGE-LABEL (WS-AGE-IDX) TO AGE-BUCKET
           MOVE 0                 TO AGE-DEPOSIT-DATE
           MOVE SPACES            TO AGE-LOCKBOX-ID
           MOVE 0                 TO AGE-BATCH-NUM
           MOVE 0                 TO AGE-ITEM-SEQ
           MOVE 0                 TO AGE-DAYS
           MOVE SPACES            TO AGE-REASON-CODE
           MOVE WS-AGE-BKT-COUNT (WS-AGE-IDX)  TO AGE-COUNT
           MOVE WS-AGE-BKT-AMOUNT (WS-AGE-IDX) TO AGE-AMOUNT
           WRITE AGING-REPORT-RECORD
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "CASH-APPLICATION: *** POSTING "
                       "REFUSED ("
                       FUNCTION TRIM (WS-PERIOD-REASON)
                       "): POSTING DATE " WS-POSTING-DATE
                       " PERIOD " WS-POSTING-PERIOD " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> The deposit is identified from the lockbox header before any
      *> assignment or payment is posted; a file without a header is
      *> taken as today's deposit from an unnamed lockbox. A deposit
      *> already on the log refuses the whole run, and so does one
      *> that repeats an item number, since the second item could be
      *> neither told apart from the first in suspense nor safely
      *> taken for it on a rerun.
       CHECK-DEPOSIT-APPLIED.
           OPEN INPUT LOCKBOX-FILE
           PERFORM SCREEN-LOCKBOX-RECORD UNTIL WS-EOF-FLAG = 1
           CLOSE LOCKBOX-FILE
           MOVE 0 TO WS-EOF-FLAG

           OPEN I-O DEPOSIT-LOG-FILE
           IF WS-DEPOSIT-LOG-STATUS = '35'
               OPEN OUTPUT DEPOSIT-LOG-FILE
               CLOSE DEPOSIT-LOG-FILE
               OPEN I-O DEPOSIT-LOG-FILE
           END-IF
           IF WS-DEPOSIT-LOG-STATUS NOT = '00'
               DISPLAY "CASH-APPLICATION: *** CANNOT OPEN DEPOSIT "
                   "LOG: " FUNCTION TRIM (WS-DEPOSIT-LOG-PATH)
                   " STATUS " WS-DEPOSIT-LOG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DEPOSIT-DATE TO DLG-DEPOSIT-DATE
           MOVE WS-LOCKBOX-ID   TO DLG-LOCKBOX-ID
           READ DEPOSIT-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DEPOSIT-LOGGED
               DISPLAY "CASH-APPLICATION: *** DEPOSIT "
                   WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                   " WAS ALREADY APPLIED ON " DLG-APPLIED-DATE " ***"
               CLOSE DEPOSIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ITEM-KEY-FULL
               DISPLAY "CASH-APPLICATION: *** DEPOSIT "
                   WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                   " HAS MORE THAN " WS-ITEM-KEY-MAX " ITEMS, TOO "
                   "MANY TO CHECK FOR REPEATED ITEM NUMBERS ***"
               CLOSE DEPOSIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPEATED-ITEM-COUNT > 0
               DISPLAY "CASH-APPLICATION: *** DEPOSIT "
                   WS-DEPOSIT-DATE " LOCKBOX " WS-LOCKBOX-ID
                   " REPEATS " WS-REPEATED-ITEM-COUNT
                   " ITEM NUMBERS, CORRECT THE FILE WITH THE BANK ***"
               CLOSE DEPOSIT-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       SCREEN-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBX-HEADER
                           MOVE LBH-LOCKBOX-ID TO WS-LOCKBOX-ID
                           IF LBH-DEPOSIT-DATE NUMERIC
                              AND LBH-DEPOSIT-DATE > 0
                               MOVE LBH-DEPOSIT-DATE
                                   TO WS-DEPOSIT-DATE
                           END-IF
                       WHEN LBX-DETAIL
                           IF LBX-AMOUNT NUMERIC AND LBX-AMOUNT > 0
                               PERFORM RECORD-ITEM-KEY
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RECORD-ITEM-KEY.
           PERFORM FIND-ITEM-KEY
           EVALUATE TRUE
               WHEN WS-ITEM-KEY-FOUND
                   ADD 1 TO WS-REPEATED-ITEM-COUNT
                   DISPLAY "CASH-APPLICATION: ITEM " LBX-BATCH-NUM "/"
                       LBX-ITEM-SEQ " APPEARS MORE THAN ONCE IN THE "
                       "DEPOSIT"
               WHEN WS-ITEM-KEY-COUNT < WS-ITEM-KEY-MAX
                   ADD 1 TO WS-ITEM-KEY-COUNT
                   MOVE LBX-BATCH-NUM
                       TO WS-IKY-BATCH-NUM (WS-ITEM-KEY-COUNT)
                   MOVE LBX-ITEM-SEQ
                       TO WS-IKY-ITEM-SEQ (WS-ITEM-KEY-COUNT)
               WHEN OTHER
                   SET WS-ITEM-KEY-FULL TO TRUE
           END-EVALUATE
           .

       FIND-ITEM-KEY.
           MOVE 0 TO WS-ITEM-KEY-FOUND-SW
           MOVE 1 TO WS-ITEM-KEY-IDX
           PERFORM CHECK-ITEM-KEY-ENTRY
               UNTIL WS-ITEM-KEY-FOUND
                  OR WS-ITEM-KEY-IDX > WS-ITEM-KEY-COUNT
           .

       CHECK-ITEM-KEY-ENTRY.
           IF WS-IKY-BATCH-NUM (WS-ITEM-KEY-IDX) = LBX-BATCH-NUM
              AND WS-IKY-ITEM-SEQ (WS-ITEM-KEY-IDX) = LBX-ITEM-SEQ
               SET WS-ITEM-KEY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-KEY-IDX
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
                   DISPLAY "CASH-APPLICATION: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "CASH-APPLICATION: *** CANNOT OPEN PERIOD "
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

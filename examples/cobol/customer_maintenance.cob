      *> transaction the journal already shows processed, instead of
      *> double-applying them) and a bad batch can be undone by
      *> MAINTENANCE-BACKOUT replaying the journal in reverse.
      *> Every transaction carries the ID of whoever keyed it, and one
      *> without a maker ID is rejected. When a pending-approval file
      *> is supplied (DD_PENDING_FILE), dual control is on: a change
      *> that moves a balance by more than DD_APPROVAL_LIMIT, or a
      *> delete of an account whose balance is not zero, is not
      *> applied but parked on the pending-approval file, with the
      *> master record's before image, for MAINTENANCE-APPROVAL to
      *> release once somebody other than the maker approves it.
      *> When a watch-list file is supplied (DD_WATCH_LIST_FILE), the
      *> name on every add, and the new name on every change that
      *> renames an account, is screened against the sanctions watch
      *> list first, squeezed the way DUPLICATE-NAME-SCAN squeezes
      *> names so spacing and punctuation can't slip a name past it.
      *> A hit is not rejected but held on the pending-approval file
      *> for compliance to clear or decline through
      *> MAINTENANCE-APPROVAL; screening therefore needs the pending
      *> file supplied too.
      *> When PERIOD-MAINTENANCE's calendar is supplied, a transaction
      *> that moves money -- an add with a balance, a change to the
      *> balance, a delete of an account still carrying one -- is
      *> rejected if the posting date falls in a period that is
      *> closing or closed; renames still apply.
      *> When an activity ledger is supplied (DD_ACTIVITY_LEDGER), every
      *> applied transaction that moves a balance is posted to it as a
      *> typed, dated entry, so CUSTOMER-STATEMENT can show a customer
      *> the activity behind the balance.
      *> When DD_JOURNAL_CATALOG is supplied, each run's journal is
      *> cataloged there (a restart extends the journal already
      *> cataloged), so MASTER-RECOVERY can roll it forward from a
      *> MASTER-BACKUP image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO
               WS-PENDING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO
               WS-WATCH-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT ACTIVITY-LEDGER ASSIGN TO
               WS-ACTIVITY-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT JOURNAL-CATALOG-FILE ASSIGN TO
               WS-JOURNAL-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Transaction record: same customer fields as the master, plus
      *> a leading action code. A = add, C = change, D = delete.
      *> TXN-MAKER-ID is the user ID of whoever keyed the transaction
      *> (or the job name, for transactions a batch program writes).
      *> TXN-ACTIVITY-TYPE is what the activity ledger records a
      *> balance movement as (FEE, PAYMENT, INTEREST ...); a batch
      *> program always fills it in, and a keyed transaction may leave
      *> it blank to post as an OPENING balance or an ADJUST.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TXN-ACTION       PIC X(1).
               ==DS-CUST-ID==   BY ==TXN-CUST-ID==
               ==DS-CUST-NAME== BY ==TXN-CUST-NAME==
               ==DS-BALANCE==   BY ==TXN-BALANCE==.
           05  TXN-MAKER-ID     PIC X(8).
           05  TXN-ACTIVITY-TYPE PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(62).
           05  REJ-REASON-CODE    PIC X(10).

      *> Change journal: one record per transaction, in transaction
      *> order, carrying the transaction sequence number, what was
      *> done with it (A applied, R rejected, P parked for approval),
      *> and the master record's before and after images. The
      *> highest sequence on file is the restart point, and the
      *> images are what MAINTENANCE-BACKOUT restores from.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-TXN-SEQ        PIC 9(6).
           05  JRN-AFTER-NAME     PIC X(30).
           05  JRN-AFTER-BALANCE  PIC S9(7)V9(2).

      *> Pending-approval queue, keyed by the date and time of the run
      *> that parked the item plus its transaction sequence in that
      *> run. Carries the transaction as keyed and the master record's
      *> before image, so MAINTENANCE-APPROVAL can tell whether the
      *> record has moved since. PND-STATUS P = pending, A = approved
      *> and applied, D = declined, E = expired. PND-HOLD-REASON says
      *> why it was parked: OVER-LIMIT, BAL-DELETE, or SCREEN-HIT (with
      *> the watch-list entry and list version it hit).
      *> PND-ACTIVITY-TYPE carries the transaction's activity type
      *> through to the ledger posting made when it is released.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-QUEUE-DATE     PIC 9(8).
               10  PND-QUEUE-TIME     PIC 9(6).
               10  PND-QUEUE-SEQ      PIC 9(6).
           05  PND-ACTION             PIC X(1).
           05  PND-CUST-ID            PIC 9(6).
           05  PND-CUST-NAME          PIC X(30).
           05  PND-BALANCE            PIC S9(7)V9(2).
           05  PND-MAKER-ID           PIC X(8).
           05  PND-BEFORE-NAME        PIC X(30).
           05  PND-BEFORE-BALANCE     PIC S9(7)V9(2).
           05  PND-STATUS             PIC X(1).
           05  PND-DECIDED-BY         PIC X(8).
           05  PND-DECIDED-DATE       PIC 9(8).
           05  PND-HOLD-REASON        PIC X(10).
           05  PND-WATCH-ENTRY-ID     PIC X(10).
           05  PND-LIST-VERSION       PIC X(8).
           05  PND-ACTIVITY-TYPE      PIC X(8).

      *> Sanctions watch list as compliance releases it: every entry
      *> carries the release's version.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-LIST-VERSION        PIC X(8).
           05  WL-ENTRY-ID            PIC X(10).
           05  WL-ENTRY-NAME          PIC X(30).

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

      *> Permanent per-customer activity ledger: one entry per money
      *> movement, keyed by customer, the date and time of the run
      *> that posted it, and a sequence within that run. ACT-AMOUNT is
      *> signed the way MST-BALANCE is -- positive adds to what the
      *> customer owes, negative takes it off -- and ACT-BALANCE-AFTER
      *> is the master balance the movement left. ACT-TYPE is what
      *> the movement was (FEE, INTEREST, PAYMENT, RETURN, REFUND,
      *> CHKVOID, CHGOFF, ESCHEAT, DISPUTE, MERGE, BACKOUT, OPENING,
      *> ADJUST) and ACT-SOURCE who or what posted it.
       FD  ACTIVITY-LEDGER.
       01  ACTIVITY-RECORD.
           05  ACT-KEY.
               10  ACT-CUST-ID        PIC 9(6).
               10  ACT-DATE           PIC 9(8).
               10  ACT-TIME           PIC 9(6).
               10  ACT-SEQ            PIC 9(6).
           05  ACT-TYPE               PIC X(8).
           05  ACT-AMOUNT             PIC S9(7)V9(2).
           05  ACT-BALANCE-AFTER      PIC S9(7)V9(2).
           05  ACT-SOURCE             PIC X(8).

      *> Journal catalog: one line per journal any master-posting
      *> run writes, with the date and time the run started, the
      *> program, and the journal's path. MASTER-RECOVERY rolls the
      *> cataloged journals forward from a MASTER-BACKUP image in
      *> that order, so each run's journal has to be kept under its
      *> own name until a newer image supersedes it.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-RECORD.
           05  JCT-RUN-DATE           PIC 9(8).
           05  JCT-RUN-TIME           PIC 9(6).
           05  JCT-PROGRAM            PIC X(20).
           05  JCT-JOURNAL-PATH       PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH       PIC X(256).
       01  WS-TRANSACTION-PATH  PIC X(256).
       01  WS-REJECT-PATH       PIC X(256).
       01  WS-JOURNAL-PATH      PIC X(256).
       01  WS-JOURNAL-STATUS    PIC X(2).
       01  WS-PENDING-PATH      PIC X(256).
       01  WS-PENDING-STATUS    PIC X(2).
       01  WS-EOF-FLAG          PIC 9 VALUE 0.
       01  WS-JOURNAL-EOF-SW    PIC 9 VALUE 0.
           88  WS-JOURNAL-EOF          VALUE 1.
       01  WS-LAST-APPLIED-SEQ  PIC 9(6) VALUE 0.
       01  WS-SKIPPED           PIC 9(6) VALUE 0.

      *> Dual control. A change moving the balance by more than the
      *> approval limit, or a delete of a non-zero account, is parked
      *> instead of applied. Off unless a pending file is supplied.
       01  WS-APPROVAL-ENABLED-SW PIC 9 VALUE 0.
           88  WS-APPROVAL-ENABLED       VALUE 1.
       01  WS-APPROVAL-LIMIT-IN PIC X(15).
       01  WS-APPROVAL-LIMIT    PIC 9(7)V9(2) VALUE 10000.00.
       01  WS-BALANCE-MOVE      PIC 9(8)V9(2).
       01  WS-NEEDS-APPROVAL-SW PIC 9 VALUE 0.
           88  WS-NEEDS-APPROVAL         VALUE 1.
       01  WS-HOLD-REASON       PIC X(10).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME.
           05  WS-RUN-HHMMSS    PIC 9(6).
           05  FILLER           PIC 9(2).

      *> Before-image capture area, filled from the master record as
      *> it stood before APPLY-CHANGE or APPLY-DELETE touched it.
       01  WS-BEFORE-EXISTS     PIC X(1).
       01  WS-CHANGED           PIC 9(6) VALUE 0.
       01  WS-DELETED           PIC 9(6) VALUE 0.
       01  WS-REJECTED          PIC 9(6) VALUE 0.
       01  WS-PARKED            PIC 9(6) VALUE 0.
       01  WS-SCREEN-HELD       PIC 9(6) VALUE 0.

      *> Watch list, loaded once at start with each entry's name
      *> already squeezed. A name hits an entry when its own squeezed
      *> form starts with the entry's squeezed name.
       01  WS-WATCH-LIST-PATH   PIC X(256).
       01  WS-WATCH-LIST-STATUS PIC X(2).
       01  WS-WATCH-LIST-EOF-SW PIC 9 VALUE 0.
           88  WS-WATCH-LIST-EOF       VALUE 1.
       01  WS-SCREEN-ENABLED-SW PIC 9 VALUE 0.
           88  WS-SCREEN-ENABLED       VALUE 1.
       01  WS-LIST-VERSION      PIC X(8) VALUE SPACES.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 5000 TIMES.
               10  WS-WATCH-ENTRY-ID  PIC X(10).
               10  WS-WATCH-SQZ-NAME  PIC X(30).
               10  WS-WATCH-SQZ-LEN   PIC 9(2).
       01  WS-WATCH-COUNT       PIC 9(4) VALUE 0.
       01  WS-WATCH-IDX         PIC 9(4).
       01  WS-SCREEN-HIT-SW     PIC 9 VALUE 0.
           88  WS-SCREEN-HIT           VALUE 1.
       01  WS-HIT-ENTRY-ID      PIC X(10).
       01  WS-SCREEN-NAME       PIC X(30).

      *> Name squeeze work area: SQUEEZE-NAME squeezes WS-SQZ-SOURCE
      *> into WS-SQZ-RESULT, leaving its length in WS-SQZ-LEN.
       01  WS-SQZ-SOURCE        PIC X(30).
       01  WS-SQZ-RESULT        PIC X(30).
       01  WS-SQZ-FROM          PIC 9(2).
       01  WS-SQZ-TO            PIC 9(2).
       01  WS-SQZ-LEN           PIC 9(2).

       01  WS-VALID-RECORD      PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           88  WS-MASTER-FOUND         VALUE '00'.
           88  WS-MASTER-NOT-FOUND     VALUE '23'.

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
       01  WS-PERIOD-BLOCKED-SW   PIC 9 VALUE 0.
           88  WS-PERIOD-BLOCKED         VALUE 1.

      *> Activity ledger posting. Off unless DD_ACTIVITY_LEDGER is
      *> supplied. WRITE-ACTIVITY-ENTRY posts whatever is in the
      *> WS-ACTIVITY- fields under this run's date and time.
       01  WS-ACTIVITY-LEDGER-PATH PIC X(256).
       01  WS-ACTIVITY-STATUS     PIC X(2).
       01  WS-LEDGER-ENABLED-SW   PIC 9 VALUE 0.
           88  WS-LEDGER-ENABLED         VALUE 1.
       01  WS-ACTIVITY-RUN-DATE   PIC 9(8).
       01  WS-ACTIVITY-RUN-TIME.
           05  WS-ACTIVITY-HHMMSS PIC 9(6).
           05  FILLER             PIC 9(2).
       01  WS-ACTIVITY-SEQ        PIC 9(6) VALUE 0.
       01  WS-ACTIVITY-CUST-ID    PIC 9(6).
       01  WS-ACTIVITY-TYPE       PIC X(8).
       01  WS-ACTIVITY-AMOUNT     PIC S9(7)V9(2).
       01  WS-ACTIVITY-BALANCE    PIC S9(7)V9(2).
       01  WS-ACTIVITY-SOURCE     PIC X(8).
       01  WS-ACTIVITY-POSTED     PIC 9(6) VALUE 0.

      *> Journal catalog, appended to when DD_JOURNAL_CATALOG is
      *> supplied.
       01  WS-JOURNAL-CATALOG-PATH PIC X(256).
       01  WS-JOURNAL-CATALOG-STATUS PIC X(2).
       01  WS-CATALOG-RUN-TIME.
           05  WS-CATALOG-HHMMSS  PIC 9(6).
           05  FILLER             PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MASTER-PATH
               FROM ENVIRONMENT "DD_JOURNAL_FILE"
           ACCEPT WS-RESTART-FLAG
               FROM ENVIRONMENT "DD_RESTART_MODE"
           ACCEPT WS-PENDING-PATH
               FROM ENVIRONMENT "DD_PENDING_FILE"
           IF WS-PENDING-PATH NOT = SPACES
               SET WS-APPROVAL-ENABLED TO TRUE
           END-IF
           ACCEPT WS-APPROVAL-LIMIT-IN
               FROM ENVIRONMENT "DD_APPROVAL_LIMIT"
           IF WS-APPROVAL-LIMIT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-APPROVAL-LIMIT-IN)) = 0
                   COMPUTE WS-APPROVAL-LIMIT =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-APPROVAL-LIMIT-IN))
               ELSE
                   DISPLAY "CUSTOMER-MAINTENANCE: DD_APPROVAL_LIMIT "
                       "VALUE '" FUNCTION TRIM (WS-APPROVAL-LIMIT-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LIMIT"
               END-IF
           END-IF
           ACCEPT WS-WATCH-LIST-PATH
               FROM ENVIRONMENT "DD_WATCH_LIST_FILE"
           IF WS-WATCH-LIST-PATH NOT = SPACES
               SET WS-SCREEN-ENABLED TO TRUE
               IF NOT WS-APPROVAL-ENABLED
                   DISPLAY "CUSTOMER-MAINTENANCE: *** "
                       "DD_WATCH_LIST_FILE NEEDS DD_PENDING_FILE TO "
                       "HOLD SCREENING HITS ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-WATCH-LIST
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
               PERFORM FIND-POSTING-PERIOD
           END-IF

           PERFORM OPEN-ACTIVITY-LEDGER
           OPEN I-O   MASTER-FILE
           OPEN INPUT TRANSACTION-FILE

           IF WS-APPROVAL-ENABLED
               OPEN I-O PENDING-FILE
               IF WS-PENDING-STATUS = '35'
                   OPEN OUTPUT PENDING-FILE
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
               IF WS-PENDING-STATUS NOT = '00'
                   DISPLAY "CUSTOMER-MAINTENANCE: *** CANNOT OPEN "
                       "PENDING FILE: " FUNCTION TRIM (WS-PENDING-PATH)
                       " STATUS " WS-PENDING-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-RESTART-REQUESTED
               PERFORM LOAD-JOURNAL-RESTART-POINT
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT JOURNAL-FILE
               PERFORM CATALOG-JOURNAL
           END-IF

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           CLOSE JOURNAL-FILE
           IF WS-APPROVAL-ENABLED
               CLOSE PENDING-FILE
           END-IF
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
           END-IF

           DISPLAY "TRANSACTIONS READ: " WS-RECORDS-READ
           DISPLAY "SKIPPED (RESTART): " WS-SKIPPED
           DISPLAY "CHANGED:           " WS-CHANGED
           DISPLAY "DELETED:           " WS-DELETED
           DISPLAY "REJECTED:          " WS-REJECTED
           DISPLAY "PARKED (APPROVAL): " WS-PARKED
           DISPLAY "HELD (SCREENING):  " WS-SCREEN-HELD
           DISPLAY "ACTIVITY POSTED:   " WS-ACTIVITY-POSTED
           STOP RUN.

      *> A watch list that can't be read stops the run: applying adds
      *> and renames unscreened is exactly what screening is for.
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS NOT = '00'
               DISPLAY "CUSTOMER-MAINTENANCE: *** CANNOT OPEN WATCH "
                   "LIST: " FUNCTION TRIM (WS-WATCH-LIST-PATH)
                   " STATUS " WS-WATCH-LIST-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-WATCH-LIST
           PERFORM LOAD-ONE-WATCH-ENTRY UNTIL WS-WATCH-LIST-EOF
           CLOSE WATCH-LIST-FILE
           .

       READ-WATCH-LIST.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-WATCH-LIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-WATCH-ENTRY.
           IF WS-LIST-VERSION = SPACES
               MOVE WL-LIST-VERSION TO WS-LIST-VERSION
           END-IF
           MOVE WL-ENTRY-NAME TO WS-SQZ-SOURCE
           PERFORM SQUEEZE-NAME
           IF WS-SQZ-LEN > 0
               IF WS-WATCH-COUNT < 5000
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WL-ENTRY-ID
                       TO WS-WATCH-ENTRY-ID (WS-WATCH-COUNT)
                   MOVE WS-SQZ-RESULT
                       TO WS-WATCH-SQZ-NAME (WS-WATCH-COUNT)
                   MOVE WS-SQZ-LEN
                       TO WS-WATCH-SQZ-LEN (WS-WATCH-COUNT)
               ELSE
                   DISPLAY "CUSTOMER-MAINTENANCE: *** WATCH LIST "
                       "TABLE FULL, ENTRY " WL-ENTRY-ID " DROPPED ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM READ-WATCH-LIST
           .

      *> A restart reads the journal the aborted run left behind; the
      *> highest transaction sequence on file is the last transaction
      *> that fully processed (applied, rejected, or parked), and
      *> everything up to and including it is skipped instead of
      *> double-applied. A
      *> missing journal just means the aborted run died before
      *> processing anything, so the whole file replays.
       LOAD-JOURNAL-RESTART-POINT.
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'    TO WS-REJECT-REASON
               ELSE
                   IF TXN-MAKER-ID = SPACES
                       SET WS-RECORD-IS-INVALID TO TRUE
                       MOVE 'NO-MAKER'  TO WS-REJECT-REASON
                   ELSE
                       IF TXN-ACTION NOT = 'D'
                           IF TXN-BALANCE NOT NUMERIC
                               SET WS-RECORD-IS-INVALID TO TRUE
                               MOVE 'BAD-BAL' TO WS-REJECT-REASON
                           ELSE
                               IF TXN-CUST-NAME = SPACES
                                   SET WS-RECORD-IS-INVALID TO TRUE
                                   MOVE 'BLANK-NAME'
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           .

       JOURNAL-APPLIED.
           MOVE 'A'             TO JRN-RESULT
           PERFORM WRITE-JOURNAL-IMAGES
           .

      *> A parked transaction is journaled with the images it would
      *> have produced, under result P, so the restart point moves
      *> past it; MAINTENANCE-BACKOUT leaves P entries alone, since
      *> the master wasn't touched.
       JOURNAL-PARKED.
           MOVE 'P'             TO JRN-RESULT
           PERFORM WRITE-JOURNAL-IMAGES
           .

      *> An applied transaction's effect on the balance goes to the
      *> activity ledger: the new balance less the before image (an
      *> add starts from zero, a delete ends at zero).
       POST-ACTIVITY.
           MOVE TXN-CUST-ID TO WS-ACTIVITY-CUST-ID
           IF TXN-ACTION = 'D'
               MOVE 0 TO WS-ACTIVITY-BALANCE
           ELSE
               MOVE TXN-BALANCE TO WS-ACTIVITY-BALANCE
           END-IF
           COMPUTE WS-ACTIVITY-AMOUNT =
               WS-ACTIVITY-BALANCE - WS-BEFORE-BALANCE
           EVALUATE TRUE
               WHEN TXN-ACTIVITY-TYPE NOT = SPACES
                   MOVE TXN-ACTIVITY-TYPE TO WS-ACTIVITY-TYPE
               WHEN TXN-ACTION = 'A'
                   MOVE 'OPENING' TO WS-ACTIVITY-TYPE
               WHEN OTHER
                   MOVE 'ADJUST' TO WS-ACTIVITY-TYPE
           END-EVALUATE
           MOVE TXN-MAKER-ID TO WS-ACTIVITY-SOURCE
           PERFORM WRITE-ACTIVITY-ENTRY
           .

       WRITE-JOURNAL-IMAGES.
           MOVE WS-RECORDS-READ TO JRN-TXN-SEQ
           MOVE TXN-ACTION      TO JRN-ACTION
           MOVE TXN-CUST-ID     TO JRN-CUST-ID
           MOVE WS-BEFORE-EXISTS  TO JRN-BEFORE-EXISTS
               MOVE 'N'    TO WS-BEFORE-EXISTS
               MOVE SPACES TO WS-BEFORE-NAME
               MOVE 0      TO WS-BEFORE-BALANCE
               PERFORM CHECK-POSTING-PERIOD
               PERFORM CHECK-NEEDS-APPROVAL
               EVALUATE TRUE
                   WHEN WS-PERIOD-BLOCKED
                       MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   WHEN WS-NEEDS-APPROVAL
                       PERFORM PARK-TRANSACTION
                   WHEN OTHER
                       MOVE TXN-CUST-ID   TO MST-CUST-ID
                       MOVE TXN-CUST-NAME TO MST-CUST-NAME
                       MOVE TXN-BALANCE   TO MST-BALANCE
                       WRITE MASTER-RECORD
                           INVALID KEY
                               MOVE 'DUP-ID' TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION-OUT
                           NOT INVALID KEY
                               ADD 1 TO WS-ADDED
                               PERFORM JOURNAL-APPLIED
                               PERFORM POST-ACTIVITY
                       END-WRITE
               END-EVALUATE
           END-IF
           .

               MOVE 'Y'           TO WS-BEFORE-EXISTS
               MOVE MST-CUST-NAME TO WS-BEFORE-NAME
               MOVE MST-BALANCE   TO WS-BEFORE-BALANCE
               PERFORM CHECK-POSTING-PERIOD
               PERFORM CHECK-NEEDS-APPROVAL
               EVALUATE TRUE
                   WHEN WS-PERIOD-BLOCKED
                       MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   WHEN WS-NEEDS-APPROVAL
                       PERFORM PARK-TRANSACTION
                   WHEN OTHER
                       MOVE TXN-CUST-NAME TO MST-CUST-NAME
                       MOVE TXN-BALANCE   TO MST-BALANCE
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION-OUT
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGED
                               PERFORM JOURNAL-APPLIED
                               PERFORM POST-ACTIVITY
                       END-REWRITE
               END-EVALUATE
           END-IF
           .

               MOVE 'Y'           TO WS-BEFORE-EXISTS
               MOVE MST-CUST-NAME TO WS-BEFORE-NAME
               MOVE MST-BALANCE   TO WS-BEFORE-BALANCE
               PERFORM CHECK-POSTING-PERIOD
               PERFORM CHECK-NEEDS-APPROVAL
               EVALUATE TRUE
                   WHEN WS-PERIOD-BLOCKED
                       MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   WHEN WS-NEEDS-APPROVAL
                       PERFORM PARK-TRANSACTION
                   WHEN OTHER
                       DELETE MASTER-FILE RECORD
                           INVALID KEY
                               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION-OUT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETED
                               PERFORM JOURNAL-APPLIED
                               PERFORM POST-ACTIVITY
                       END-DELETE
               END-EVALUATE
           END-IF
           .

      *> Called with the before image taken. Only a transaction that
      *> moves money is held to the period: an add with a balance, a
      *> change to the balance, or a delete of an account that still
      *> carries one.
       CHECK-POSTING-PERIOD.
           MOVE 0 TO WS-PERIOD-BLOCKED-SW
           IF WS-PERIOD-ENABLED AND WS-PERIOD-REASON NOT = SPACES
               EVALUATE TXN-ACTION
                   WHEN 'A'
                       IF TXN-BALANCE NOT = 0
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
                   WHEN 'C'
                       IF TXN-BALANCE NOT = WS-BEFORE-BALANCE
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
                   WHEN 'D'
                       IF WS-BEFORE-BALANCE NOT = 0
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           .

      *> Called with the master record read (for a change or delete)
      *> and the before image taken. A screening hit outranks the
      *> amount test, since compliance has to see it either way. The
      *> balance moved by a change is measured either way, so a large
      *> credit is held just like a large debit; an add moves the
      *> balance from nothing to its opening balance.
       CHECK-NEEDS-APPROVAL.
           MOVE 0      TO WS-NEEDS-APPROVAL-SW
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-HIT-ENTRY-ID
           IF WS-APPROVAL-ENABLED
               EVALUATE TXN-ACTION
                   WHEN 'A'
                       PERFORM SCREEN-TXN-NAME
                       IF NOT WS-NEEDS-APPROVAL
                           COMPUTE WS-BALANCE-MOVE =
                               FUNCTION ABS (TXN-BALANCE)
                           IF WS-BALANCE-MOVE > WS-APPROVAL-LIMIT
                               SET WS-NEEDS-APPROVAL TO TRUE
                               MOVE 'OVER-LIMIT' TO WS-HOLD-REASON
                           END-IF
                       END-IF
                   WHEN 'C'
                       IF TXN-CUST-NAME NOT = MST-CUST-NAME
                           PERFORM SCREEN-TXN-NAME
                       END-IF
                       IF NOT WS-NEEDS-APPROVAL
                           COMPUTE WS-BALANCE-MOVE =
                               FUNCTION ABS
                                   (TXN-BALANCE - MST-BALANCE)
                           IF WS-BALANCE-MOVE > WS-APPROVAL-LIMIT
                               SET WS-NEEDS-APPROVAL TO TRUE
                               MOVE 'OVER-LIMIT' TO WS-HOLD-REASON
                           END-IF
                       END-IF
                   WHEN 'D'
                       IF MST-BALANCE NOT = 0
                           SET WS-NEEDS-APPROVAL TO TRUE
                           MOVE 'BAL-DELETE' TO WS-HOLD-REASON
                       END-IF
               END-EVALUATE
           END-IF
           .

       SCREEN-TXN-NAME.
           IF WS-SCREEN-ENABLED
               MOVE TXN-CUST-NAME TO WS-SQZ-SOURCE
               PERFORM SQUEEZE-NAME
               MOVE WS-SQZ-RESULT TO WS-SCREEN-NAME
               MOVE 0 TO WS-SCREEN-HIT-SW
               PERFORM CHECK-WATCH-ENTRY
                   VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                      OR WS-SCREEN-HIT
               IF WS-SCREEN-HIT
                   SET WS-NEEDS-APPROVAL TO TRUE
                   MOVE 'SCREEN-HIT' TO WS-HOLD-REASON
               END-IF
           END-IF
           .

       CHECK-WATCH-ENTRY.
           IF WS-SCREEN-NAME (1:WS-WATCH-SQZ-LEN (WS-WATCH-IDX)) =
              WS-WATCH-SQZ-NAME (WS-WATCH-IDX)
                  (1:WS-WATCH-SQZ-LEN (WS-WATCH-IDX))
               SET WS-SCREEN-HIT TO TRUE
               MOVE WS-WATCH-ENTRY-ID (WS-WATCH-IDX)
                   TO WS-HIT-ENTRY-ID
           END-IF
           .

      *> Removes every space and punctuation mark from WS-SQZ-SOURCE,
      *> the same squeeze DUPLICATE-NAME-SCAN applies, so
      *> "AL-SAYED TRADING" and "ALSAYED TRADING" compare equal.
       SQUEEZE-NAME.
           MOVE SPACES TO WS-SQZ-RESULT
           MOVE 1 TO WS-SQZ-FROM
           MOVE 1 TO WS-SQZ-TO
           PERFORM SQUEEZE-ONE-CHAR
               UNTIL WS-SQZ-FROM > 30
           COMPUTE WS-SQZ-LEN = WS-SQZ-TO - 1
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

       PARK-TRANSACTION.
           MOVE WS-RUN-DATE       TO PND-QUEUE-DATE
           MOVE WS-RUN-HHMMSS     TO PND-QUEUE-TIME
           MOVE WS-RECORDS-READ   TO PND-QUEUE-SEQ
           MOVE TXN-ACTION        TO PND-ACTION
           MOVE TXN-CUST-ID       TO PND-CUST-ID
           IF TXN-ACTION = 'D'
               MOVE SPACES        TO PND-CUST-NAME
               MOVE 0             TO PND-BALANCE
           ELSE
               MOVE TXN-CUST-NAME TO PND-CUST-NAME
               MOVE TXN-BALANCE   TO PND-BALANCE
           END-IF
           MOVE TXN-MAKER-ID      TO PND-MAKER-ID
           MOVE WS-BEFORE-NAME    TO PND-BEFORE-NAME
           MOVE WS-BEFORE-BALANCE TO PND-BEFORE-BALANCE
           MOVE 'P'               TO PND-STATUS
           MOVE SPACES            TO PND-DECIDED-BY
           MOVE 0                 TO PND-DECIDED-DATE
           MOVE WS-HOLD-REASON    TO PND-HOLD-REASON
           MOVE TXN-ACTIVITY-TYPE TO PND-ACTIVITY-TYPE
           IF WS-HOLD-REASON = 'SCREEN-HIT'
               MOVE WS-HIT-ENTRY-ID TO PND-WATCH-ENTRY-ID
               MOVE WS-LIST-VERSION TO PND-LIST-VERSION
           ELSE
               MOVE SPACES          TO PND-WATCH-ENTRY-ID
               MOVE SPACES          TO PND-LIST-VERSION
           END-IF
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'DUP-PEND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               NOT INVALID KEY
                   IF WS-HOLD-REASON = 'SCREEN-HIT'
                       ADD 1 TO WS-SCREEN-HELD
                   ELSE
                       ADD 1 TO WS-PARKED
                   END-IF
                   PERFORM JOURNAL-PARKED
           END-WRITE
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
                   DISPLAY "CUSTOMER-MAINTENANCE: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "CUSTOMER-MAINTENANCE: *** CANNOT OPEN PERIOD "
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

      *> The ledger is created on first use. One that exists but
      *> can't be opened stops the run before the master is touched,
      *> so no movement goes unrecorded.
       OPEN-ACTIVITY-LEDGER.
           ACCEPT WS-ACTIVITY-LEDGER-PATH
               FROM ENVIRONMENT "DD_ACTIVITY_LEDGER"
           IF WS-ACTIVITY-LEDGER-PATH NOT = SPACES
               SET WS-LEDGER-ENABLED TO TRUE
               ACCEPT WS-ACTIVITY-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACTIVITY-RUN-TIME FROM TIME
               OPEN I-O ACTIVITY-LEDGER
               IF WS-ACTIVITY-STATUS = '35'
                   OPEN OUTPUT ACTIVITY-LEDGER
                   CLOSE ACTIVITY-LEDGER
                   OPEN I-O ACTIVITY-LEDGER
               END-IF
               IF WS-ACTIVITY-STATUS NOT = '00'
                   DISPLAY "CUSTOMER-MAINTENANCE: *** CANNOT OPEN "
                       "ACTIVITY LEDGER: "
                       FUNCTION TRIM (WS-ACTIVITY-LEDGER-PATH)
                       " STATUS " WS-ACTIVITY-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> Posts one entry from the WS-ACTIVITY- fields. A movement of
      *> zero is not activity and is skipped. An entry that won't
      *> write leaves the ledger short of the master, so the run ends
      *> non-zero for the statement tie-out to be chased.
       WRITE-ACTIVITY-ENTRY.
           IF WS-LEDGER-ENABLED AND WS-ACTIVITY-AMOUNT NOT = 0
               ADD 1 TO WS-ACTIVITY-SEQ
               MOVE WS-ACTIVITY-CUST-ID  TO ACT-CUST-ID
               MOVE WS-ACTIVITY-RUN-DATE TO ACT-DATE
               MOVE WS-ACTIVITY-HHMMSS   TO ACT-TIME
               MOVE WS-ACTIVITY-SEQ      TO ACT-SEQ
               MOVE WS-ACTIVITY-TYPE     TO ACT-TYPE
               MOVE WS-ACTIVITY-AMOUNT   TO ACT-AMOUNT
               MOVE WS-ACTIVITY-BALANCE  TO ACT-BALANCE-AFTER
               MOVE WS-ACTIVITY-SOURCE   TO ACT-SOURCE
               WRITE ACTIVITY-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER-MAINTENANCE: *** CANNOT POST "
                           "ACTIVITY FOR CUSTOMER " WS-ACTIVITY-CUST-ID
                           " STATUS " WS-ACTIVITY-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-ACTIVITY-POSTED
               END-WRITE
           END-IF
           .

      *> Catalogs this run's journal for MASTER-RECOVERY, stamped with
      *> the time the run started.
       CATALOG-JOURNAL.
           ACCEPT WS-JOURNAL-CATALOG-PATH
               FROM ENVIRONMENT "DD_JOURNAL_CATALOG"
           IF WS-JOURNAL-CATALOG-PATH NOT = SPACES
               OPEN EXTEND JOURNAL-CATALOG-FILE
               IF WS-JOURNAL-CATALOG-STATUS = '35'
                   OPEN OUTPUT JOURNAL-CATALOG-FILE
               END-IF
               ACCEPT JCT-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CATALOG-RUN-TIME FROM TIME
               MOVE WS-CATALOG-HHMMSS TO JCT-RUN-TIME
               MOVE 'CUSTOMER-MAINTENANCE' TO JCT-PROGRAM
               MOVE WS-JOURNAL-PATH TO JCT-JOURNAL-PATH
               WRITE JOURNAL-CATALOG-RECORD
               CLOSE JOURNAL-CATALOG-FILE
           END-IF
           .

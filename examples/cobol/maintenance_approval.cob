       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-APPROVAL.
      *> Checker side of CUSTOMER-MAINTENANCE's dual control. Reads a
      *> file of approve/decline decisions against the items
      *> CUSTOMER-MAINTENANCE parked on the pending-approval file and
      *> releases only approved items to the indexed master. The
      *> approver's user ID is on every decision, and a decision by
      *> the same ID that keyed the transaction is refused, as is a
      *> decision on an item that is no longer pending or has already
      *> passed the expiry cutoff. Before an approved item is applied,
      *> the master record is checked against the before image taken
      *> when the item was parked; if the record has moved since, the
      *> approval is refused and the item stays pending for the maker
      *> to re-key or the checker to decline. Applied items are
      *> journaled in CUSTOMER-MAINTENANCE's journal layout, so
      *> MAINTENANCE-BACKOUT can undo an approval run the same way it
      *> undoes a maintenance run. Anything refused is written to
      *> REJECT-FILE with a reason code instead of aborting the run.
      *> Items held on a sanctions screening hit are decided the same
      *> way, by a compliance analyst; approving one clears the name,
      *> and when DD_CLEARANCE_FILE is supplied the clearance is
      *> recorded there so SANCTIONS-RESCREEN doesn't raise the same
      *> hit against the account again.
      *> After the decisions, every item still pending longer than
      *> DD_APPROVAL_EXPIRY_DAYS is marked expired -- it will never be
      *> applied -- and listed on the expired-items report.
      *> When PERIOD-MAINTENANCE's calendar is supplied, approving an
      *> item that moves money is refused while the posting date falls
      *> in a period that is closing or closed; the item stays pending.
      *> When an activity ledger is supplied (DD_ACTIVITY_LEDGER), each
      *> released item that moves a balance is posted to it under the
      *> activity type it was keyed with.
      *> When DD_JOURNAL_CATALOG is supplied, the run's journal is
      *> cataloged there for MASTER-RECOVERY's roll-forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO
               WS-PENDING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DECISION-FILE ASSIGN TO
               WS-DECISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRED-REPORT-FILE ASSIGN TO
               WS-EXPIRED-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARANCE-FILE ASSIGN TO
               WS-CLEARANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-KEY
               FILE STATUS IS WS-CLEARANCE-STATUS.
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

      *> Same layout CUSTOMER-MAINTENANCE parks items on.
      *> PND-STATUS P = pending, A = approved and applied,
      *> D = declined, E = expired. PND-HOLD-REASON OVER-LIMIT,
      *> BAL-DELETE, or SCREEN-HIT.
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
               88  PND-PENDING               VALUE 'P'.
           05  PND-DECIDED-BY         PIC X(8).
           05  PND-DECIDED-DATE       PIC 9(8).
           05  PND-HOLD-REASON        PIC X(10).
           05  PND-WATCH-ENTRY-ID     PIC X(10).
           05  PND-LIST-VERSION       PIC X(8).
           05  PND-ACTIVITY-TYPE      PIC X(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> One decision per pending item, naming it by its queue key.
      *> DEC-DECISION A = approve, D = decline.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-QUEUE-DATE     PIC 9(8).
           05  DEC-QUEUE-TIME     PIC 9(6).
           05  DEC-QUEUE-SEQ      PIC 9(6).
           05  DEC-DECISION       PIC X(1).
           05  DEC-APPROVER-ID    PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(29).
           05  REJ-REASON-CODE    PIC X(10).

      *> Same layout CUSTOMER-MAINTENANCE writes.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-TXN-SEQ        PIC 9(6).
           05  JRN-RESULT         PIC X(1).
           05  JRN-ACTION         PIC X(1).
           05  JRN-CUST-ID        PIC 9(6).
           05  JRN-BEFORE-EXISTS  PIC X(1).
           05  JRN-BEFORE-NAME    PIC X(30).
           05  JRN-BEFORE-BALANCE PIC S9(7)V9(2).
           05  JRN-AFTER-EXISTS   PIC X(1).
           05  JRN-AFTER-NAME     PIC X(30).
           05  JRN-AFTER-BALANCE  PIC S9(7)V9(2).

      *> Expired items: a DETAIL line per item expired this run, then
      *> a TOTAL line, tagged the way DISPUTE-MAINTENANCE's aging
      *> report tags its record types.
       FD  EXPIRED-REPORT-FILE.
       01  EXPIRED-REPORT-RECORD.
           05  EXP-RECORD-TYPE    PIC X(7).
           05  EXP-QUEUE-DATE     PIC 9(8).
           05  EXP-QUEUE-TIME     PIC 9(6).
           05  EXP-QUEUE-SEQ      PIC 9(6).
           05  EXP-ACTION         PIC X(1).
           05  EXP-CUST-ID        PIC 9(6).
           05  EXP-MAKER-ID       PIC X(8).
           05  EXP-BEFORE-BALANCE PIC S9(7)V9(2).
           05  EXP-BALANCE        PIC S9(7)V9(2).
           05  EXP-DAYS-PENDING   PIC 9(5).
           05  EXP-COUNT          PIC 9(6).
           05  EXP-HOLD-REASON    PIC X(10).

      *> Screening clearances, one per customer and watch-list entry.
      *> The name cleared is kept, so a clearance lapses by itself if
      *> the account is later renamed. Same layout SANCTIONS-RESCREEN
      *> reads and maintains.
       FD  CLEARANCE-FILE.
       01  CLEARANCE-RECORD.
           05  CLR-KEY.
               10  CLR-CUST-ID        PIC 9(6).
               10  CLR-ENTRY-ID       PIC X(10).
           05  CLR-CUST-NAME          PIC X(30).
           05  CLR-CLEARED-BY         PIC X(8).
           05  CLR-CLEARED-DATE       PIC 9(8).
           05  CLR-LIST-VERSION       PIC X(8).

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

      *> Same layout CUSTOMER-MAINTENANCE posts to.
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

      *> Same layout CUSTOMER-MAINTENANCE catalogs its journal in.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-RECORD.
           05  JCT-RUN-DATE           PIC 9(8).
           05  JCT-RUN-TIME           PIC 9(6).
           05  JCT-PROGRAM            PIC X(20).
           05  JCT-JOURNAL-PATH       PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-PATH        PIC X(256).
       01  WS-PENDING-STATUS      PIC X(2).
           88  WS-PENDING-FOUND          VALUE '00'.
           88  WS-PENDING-NOT-FOUND      VALUE '23'.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-DECISION-PATH       PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-JOURNAL-PATH        PIC X(256).
       01  WS-EXPIRED-REPORT-PATH PIC X(256).
       01  WS-CLEARANCE-PATH      PIC X(256).
       01  WS-CLEARANCE-STATUS    PIC X(2).
       01  WS-CLEARANCE-ENABLED-SW PIC 9 VALUE 0.
           88  WS-CLEARANCE-ENABLED      VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.

      *> Calendar days an item may wait for a decision, counted from
      *> the date it was parked.
       01  WS-EXPIRY-DAYS-IN      PIC X(5).
       01  WS-EXPIRY-DAYS         PIC 9(5) VALUE 5.
       01  WS-DAYS-PENDING        PIC 9(5).

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-APPROVED            PIC 9(6) VALUE 0.
       01  WS-DECLINED            PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.
       01  WS-EXPIRED             PIC 9(6) VALUE 0.
       01  WS-STILL-PENDING       PIC 9(6) VALUE 0.
       01  WS-CLEARED             PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           88  WS-RECORD-IS-INVALID     VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

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
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT "DD_PENDING_FILE"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-DECISION-PATH
               FROM ENVIRONMENT "DD_DECISION_FILE"
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "DD_JOURNAL_FILE"
           ACCEPT WS-EXPIRED-REPORT-PATH
               FROM ENVIRONMENT "DD_EXPIRED_REPORT_FILE"
           ACCEPT WS-CLEARANCE-PATH
               FROM ENVIRONMENT "DD_CLEARANCE_FILE"
           IF WS-CLEARANCE-PATH NOT = SPACES
               SET WS-CLEARANCE-ENABLED TO TRUE
           END-IF
           ACCEPT WS-EXPIRY-DAYS-IN
               FROM ENVIRONMENT "DD_APPROVAL_EXPIRY_DAYS"
           IF WS-EXPIRY-DAYS-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-EXPIRY-DAYS-IN)) = 0
                   COMPUTE WS-EXPIRY-DAYS =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-EXPIRY-DAYS-IN))
               ELSE
                   DISPLAY "MAINTENANCE-APPROVAL: "
                       "DD_APPROVAL_EXPIRY_DAYS VALUE '"
                       FUNCTION TRIM (WS-EXPIRY-DAYS-IN)
                       "' IS NOT NUMERIC, USING DEFAULT EXPIRY DAYS"
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
               PERFORM FIND-POSTING-PERIOD
           END-IF

           PERFORM OPEN-ACTIVITY-LEDGER
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT OPEN PENDING "
                   "FILE: " FUNCTION TRIM (WS-PENDING-PATH)
                   " STATUS " WS-PENDING-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT OPEN MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLEARANCE-ENABLED
               OPEN I-O CLEARANCE-FILE
               IF WS-CLEARANCE-STATUS = '35'
                   OPEN OUTPUT CLEARANCE-FILE
                   CLOSE CLEARANCE-FILE
                   OPEN I-O CLEARANCE-FILE
               END-IF
               IF WS-CLEARANCE-STATUS NOT = '00'
                   DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT OPEN "
                       "CLEARANCE FILE: "
                       FUNCTION TRIM (WS-CLEARANCE-PATH)
                       " STATUS " WS-CLEARANCE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT  DECISION-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM CATALOG-JOURNAL

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           PERFORM EXPIRE-PENDING-ITEMS

           CLOSE PENDING-FILE
           CLOSE MASTER-FILE
           CLOSE DECISION-FILE
           CLOSE REJECT-FILE
           CLOSE JOURNAL-FILE
           IF WS-CLEARANCE-ENABLED
               CLOSE CLEARANCE-FILE
           END-IF
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
           END-IF

           DISPLAY "DECISIONS READ:    " WS-RECORDS-READ
           DISPLAY "APPROVED:          " WS-APPROVED
           DISPLAY "DECLINED:          " WS-DECLINED
           DISPLAY "SCREENING CLEARED: " WS-CLEARED
           DISPLAY "REJECTED:          " WS-REJECTED
           DISPLAY "EXPIRED:           " WS-EXPIRED
           DISPLAY "STILL PENDING:     " WS-STILL-PENDING
           DISPLAY "ACTIVITY POSTED:   " WS-ACTIVITY-POSTED
           STOP RUN.

       READ-PROCESS.
           READ DECISION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VALIDATE-DECISION
                   IF WS-RECORD-IS-VALID
                       PERFORM APPLY-DECISION
                   ELSE
                       PERFORM REJECT-DECISION-OUT
                   END-IF
           END-READ.

       VALIDATE-DECISION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN DEC-DECISION NOT = 'A' AND NOT = 'D'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-DECSN' TO WS-REJECT-REASON
               WHEN DEC-QUEUE-DATE NOT NUMERIC
                    OR DEC-QUEUE-TIME NOT NUMERIC
                    OR DEC-QUEUE-SEQ NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-KEY'   TO WS-REJECT-REASON
               WHEN DEC-APPROVER-ID = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-APPROVR' TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-DECISION-OUT.
           MOVE DECISION-RECORD  TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

      *> The maker can never check their own work, and an item past
      *> the cutoff is left for the expiry sweep rather than acted on.
       APPLY-DECISION.
           MOVE DEC-QUEUE-DATE TO PND-QUEUE-DATE
           MOVE DEC-QUEUE-TIME TO PND-QUEUE-TIME
           MOVE DEC-QUEUE-SEQ  TO PND-QUEUE-SEQ
           READ PENDING-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PENDING-FOUND
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (PND-QUEUE-DATE)
               PERFORM CHECK-POSTING-PERIOD
           END-IF

           EVALUATE TRUE
               WHEN WS-PENDING-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN NOT PND-PENDING
                   MOVE 'NOT-PEND'  TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN DEC-APPROVER-ID = PND-MAKER-ID
                   MOVE 'SAME-USER' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN WS-DAYS-PENDING > WS-EXPIRY-DAYS
                   MOVE 'EXPIRED'   TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN DEC-DECISION = 'A' AND WS-PERIOD-BLOCKED
                   MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN DEC-DECISION = 'D'
                   PERFORM DECLINE-PENDING-ITEM
               WHEN OTHER
                   PERFORM RELEASE-PENDING-ITEM
           END-EVALUATE
           .

      *> Only an item that moves money is held to the period: an add
      *> with a balance, a change to the balance, or a delete of an
      *> account that still carries one. A decline posts nothing.
       CHECK-POSTING-PERIOD.
           MOVE 0 TO WS-PERIOD-BLOCKED-SW
           IF WS-PERIOD-ENABLED AND WS-PERIOD-REASON NOT = SPACES
               EVALUATE PND-ACTION
                   WHEN 'A'
                       IF PND-BALANCE NOT = 0
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
                   WHEN 'C'
                       IF PND-BALANCE NOT = PND-BEFORE-BALANCE
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
                   WHEN 'D'
                       IF PND-BEFORE-BALANCE NOT = 0
                           SET WS-PERIOD-BLOCKED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF
           .

       DECLINE-PENDING-ITEM.
           MOVE 'D'             TO PND-STATUS
           PERFORM RECORD-DECISION
           ADD 1 TO WS-DECLINED
           .

      *> The master record must still be exactly what the maker saw;
      *> anything else means somebody has moved it since, and the
      *> approved change would overwrite their work. For a held add
      *> that means the ID must still be free.
       RELEASE-PENDING-ITEM.
           MOVE PND-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN PND-ACTION = 'A'
                   IF WS-MASTER-FOUND
                       MOVE 'DUP-ID' TO WS-REJECT-REASON
                       PERFORM REJECT-DECISION-OUT
                   ELSE
                       PERFORM RELEASE-ADD
                   END-IF
               WHEN WS-MASTER-NOT-FOUND
                   MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               WHEN OTHER
                   PERFORM RELEASE-CHANGE-OR-DELETE
           END-EVALUATE
           .

       RELEASE-CHANGE-OR-DELETE.
           IF MST-CUST-NAME NOT = PND-BEFORE-NAME
              OR MST-BALANCE NOT = PND-BEFORE-BALANCE
               MOVE 'MISMATCH' TO WS-REJECT-REASON
               PERFORM REJECT-DECISION-OUT
           ELSE
               IF PND-ACTION = 'D'
                   PERFORM RELEASE-DELETE
               ELSE
                   PERFORM RELEASE-CHANGE
               END-IF
           END-IF
           .

       RELEASE-ADD.
           MOVE PND-CUST-ID   TO MST-CUST-ID
           MOVE PND-CUST-NAME TO MST-CUST-NAME
           MOVE PND-BALANCE   TO MST-BALANCE
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'DUP-ID' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               NOT INVALID KEY
                   PERFORM JOURNAL-RELEASED
                   PERFORM POST-RELEASED-ACTIVITY
                   MOVE 'A' TO PND-STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-APPROVED
           END-WRITE
           .

       RELEASE-CHANGE.
           MOVE PND-CUST-NAME TO MST-CUST-NAME
           MOVE PND-BALANCE   TO MST-BALANCE
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               NOT INVALID KEY
                   PERFORM JOURNAL-RELEASED
                   PERFORM POST-RELEASED-ACTIVITY
                   MOVE 'A' TO PND-STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-APPROVED
           END-REWRITE
           .

       RELEASE-DELETE.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-DECISION-OUT
               NOT INVALID KEY
                   PERFORM JOURNAL-RELEASED
                   PERFORM POST-RELEASED-ACTIVITY
                   MOVE 'A' TO PND-STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-APPROVED
           END-DELETE
           .

       RECORD-DECISION.
           MOVE DEC-APPROVER-ID TO PND-DECIDED-BY
           MOVE WS-RUN-DATE     TO PND-DECIDED-DATE
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT UPDATE "
                       "PENDING ITEM " PND-KEY " STATUS "
                       WS-PENDING-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           IF PND-STATUS = 'A' AND PND-HOLD-REASON = 'SCREEN-HIT'
               PERFORM RECORD-CLEARANCE
           END-IF
           .

      *> Approving a screening hold is the analyst's clearance of the
      *> name against that watch-list entry; a clearance already on
      *> file for the pair is replaced by the newer one.
       RECORD-CLEARANCE.
           ADD 1 TO WS-CLEARED
           IF WS-CLEARANCE-ENABLED
               MOVE PND-CUST-ID        TO CLR-CUST-ID
               MOVE PND-WATCH-ENTRY-ID TO CLR-ENTRY-ID
               MOVE PND-CUST-NAME      TO CLR-CUST-NAME
               MOVE DEC-APPROVER-ID    TO CLR-CLEARED-BY
               MOVE WS-RUN-DATE        TO CLR-CLEARED-DATE
               MOVE PND-LIST-VERSION   TO CLR-LIST-VERSION
               WRITE CLEARANCE-RECORD
                   INVALID KEY
                       REWRITE CLEARANCE-RECORD
                           INVALID KEY
                               DISPLAY "MAINTENANCE-APPROVAL: *** "
                                   "CANNOT RECORD CLEARANCE FOR "
                                   CLR-CUST-ID " STATUS "
                                   WS-CLEARANCE-STATUS " ***"
                               MOVE 16 TO RETURN-CODE
                       END-REWRITE
               END-WRITE
           END-IF
           .

      *> Journaled under the decision's sequence in this run, with the
      *> same before and after images CUSTOMER-MAINTENANCE would have
      *> journaled had it applied the item itself.
       JOURNAL-RELEASED.
           MOVE WS-RECORDS-READ    TO JRN-TXN-SEQ
           MOVE 'A'                TO JRN-RESULT
           MOVE PND-ACTION         TO JRN-ACTION
           MOVE PND-CUST-ID        TO JRN-CUST-ID
           IF PND-ACTION = 'A'
               MOVE 'N'            TO JRN-BEFORE-EXISTS
           ELSE
               MOVE 'Y'            TO JRN-BEFORE-EXISTS
           END-IF
           MOVE PND-BEFORE-NAME    TO JRN-BEFORE-NAME
           MOVE PND-BEFORE-BALANCE TO JRN-BEFORE-BALANCE
           IF PND-ACTION = 'D'
               MOVE 'N'            TO JRN-AFTER-EXISTS
               MOVE SPACES         TO JRN-AFTER-NAME
               MOVE 0              TO JRN-AFTER-BALANCE
           ELSE
               MOVE 'Y'            TO JRN-AFTER-EXISTS
               MOVE PND-CUST-NAME  TO JRN-AFTER-NAME
               MOVE PND-BALANCE    TO JRN-AFTER-BALANCE
           END-IF
           WRITE JOURNAL-RECORD
           .

      *> A released item posts to the activity ledger as the maker
      *> keyed it, the same entry CUSTOMER-MAINTENANCE would have
      *> posted had it applied the item itself.
       POST-RELEASED-ACTIVITY.
           MOVE PND-CUST-ID TO WS-ACTIVITY-CUST-ID
           IF PND-ACTION = 'D'
               MOVE 0 TO WS-ACTIVITY-BALANCE
           ELSE
               MOVE PND-BALANCE TO WS-ACTIVITY-BALANCE
           END-IF
           COMPUTE WS-ACTIVITY-AMOUNT =
               WS-ACTIVITY-BALANCE - PND-BEFORE-BALANCE
           EVALUATE TRUE
               WHEN PND-ACTIVITY-TYPE NOT = SPACES
                   MOVE PND-ACTIVITY-TYPE TO WS-ACTIVITY-TYPE
               WHEN PND-ACTION = 'A'
                   MOVE 'OPENING' TO WS-ACTIVITY-TYPE
               WHEN OTHER
                   MOVE 'ADJUST' TO WS-ACTIVITY-TYPE
           END-EVALUATE
           MOVE PND-MAKER-ID TO WS-ACTIVITY-SOURCE
           PERFORM WRITE-ACTIVITY-ENTRY
           .

      *> Walks the whole pending file after today's decisions, so an
      *> item decided today is already off the report.
       EXPIRE-PENDING-ITEMS.
           OPEN OUTPUT EXPIRED-REPORT-FILE
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-FILE KEY NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-PENDING
           PERFORM CHECK-PENDING-EXPIRY UNTIL WS-SCAN-EOF

           INITIALIZE EXPIRED-REPORT-RECORD
           MOVE 'TOTAL'    TO EXP-RECORD-TYPE
           MOVE WS-EXPIRED TO EXP-COUNT
           WRITE EXPIRED-REPORT-RECORD
           CLOSE EXPIRED-REPORT-FILE
           .

       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       CHECK-PENDING-EXPIRY.
           IF PND-PENDING
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (PND-QUEUE-DATE)
               IF WS-DAYS-PENDING > WS-EXPIRY-DAYS
                   PERFORM EXPIRE-ONE-ITEM
               ELSE
                   ADD 1 TO WS-STILL-PENDING
               END-IF
           END-IF
           PERFORM READ-NEXT-PENDING
           .

       EXPIRE-ONE-ITEM.
           MOVE 'E'         TO PND-STATUS
           MOVE SPACES      TO PND-DECIDED-BY
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT EXPIRE "
                       "PENDING ITEM " PND-KEY " STATUS "
                       WS-PENDING-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE

           INITIALIZE EXPIRED-REPORT-RECORD
           MOVE 'DETAIL'           TO EXP-RECORD-TYPE
           MOVE PND-QUEUE-DATE     TO EXP-QUEUE-DATE
           MOVE PND-QUEUE-TIME     TO EXP-QUEUE-TIME
           MOVE PND-QUEUE-SEQ      TO EXP-QUEUE-SEQ
           MOVE PND-ACTION         TO EXP-ACTION
           MOVE PND-CUST-ID        TO EXP-CUST-ID
           MOVE PND-MAKER-ID       TO EXP-MAKER-ID
           MOVE PND-BEFORE-BALANCE TO EXP-BEFORE-BALANCE
           MOVE PND-BALANCE        TO EXP-BALANCE
           MOVE WS-DAYS-PENDING    TO EXP-DAYS-PENDING
           MOVE 1                  TO EXP-COUNT
           MOVE PND-HOLD-REASON    TO EXP-HOLD-REASON
           WRITE EXPIRED-REPORT-RECORD
           ADD 1 TO WS-EXPIRED
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
                   DISPLAY "MAINTENANCE-APPROVAL: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT OPEN PERIOD "
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
                   DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT OPEN "
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
                       DISPLAY "MAINTENANCE-APPROVAL: *** CANNOT POST "
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
               MOVE 'MAINTENANCE-APPROVAL' TO JCT-PROGRAM
               MOVE WS-JOURNAL-PATH TO JCT-JOURNAL-PATH
               WRITE JOURNAL-CATALOG-RECORD
               CLOSE JOURNAL-CATALOG-FILE
           END-IF
           .

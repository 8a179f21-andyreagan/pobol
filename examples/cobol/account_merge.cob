      *> reason code rather than half-applied, and the run ends with a
      *> non-zero RETURN-CODE so the stale decisions go back to
      *> review.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> When an activity ledger is supplied (DD_ACTIVITY_LEDGER), each
      *> merge posts a MERGE entry to both accounts, so the survivor's
      *> statement shows where the extra balance came from.
      *> When DD_JOURNAL_FILE is supplied, every merge is also journaled
      *> in CUSTOMER-MAINTENANCE's layout (and the journal cataloged
      *> when DD_JOURNAL_CATALOG is supplied), so MASTER-RECOVERY can
      *> roll merges forward from a MASTER-BACKUP image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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
           05  REJ-DUPLICATE-ID   PIC 9(6).
           05  REJ-REASON-CODE    PIC X(10).

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

      *> Same layout CUSTOMER-MAINTENANCE catalogs its journal in.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-RECORD.
           05  JCT-RUN-DATE           PIC 9(8).
           05  JCT-RUN-TIME           PIC 9(6).
           05  JCT-PROGRAM            PIC X(20).
           05  JCT-JOURNAL-PATH       PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-DECISION-PATH       PIC X(256).
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-ARCHIVE-PATH        PIC X(256).
       01  WS-ARCHIVE-STATUS      PIC X(2).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-JOURNAL-PATH        PIC X(256).
       01  WS-JOURNAL-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-JOURNAL-ENABLED        VALUE 1.
       01  WS-JOURNAL-SEQ         PIC 9(6) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

       01  WS-PAIR-OK-SW          PIC 9.
           88  WS-PAIR-OK                VALUE 1.

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
           ACCEPT WS-DECISION-PATH
           ACCEPT WS-AUDIT-PATH  FROM ENVIRONMENT "DD_AUDIT_FILE"
           ACCEPT WS-ARCHIVE-PATH FROM ENVIRONMENT "DD_HISTORY_FILE"
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "DD_JOURNAL_FILE"
           IF WS-JOURNAL-PATH NOT = SPACES
               SET WS-JOURNAL-ENABLED TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

           PERFORM OPEN-ACTIVITY-LEDGER
           OPEN INPUT DECISION-FILE
           OPEN I-O   MASTER-FILE
           IF WS-DORMANCY-ENABLED
               END-IF
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-JOURNAL-ENABLED
               OPEN OUTPUT JOURNAL-FILE
               PERFORM CATALOG-JOURNAL
           END-IF

           OPEN EXTEND MERGE-XREF-FILE
           IF WS-XREF-STATUS = '35'
           CLOSE AUDIT-FILE
           CLOSE ARCHIVE-HISTORY-FILE
           CLOSE REJECT-FILE
           IF WS-JOURNAL-ENABLED
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
           END-IF

           DISPLAY "DECISIONS READ:  " WS-DECISIONS-READ
           DISPLAY "PAIRS MERGED:    " WS-MERGED-COUNT
           DISPLAY "PAIRS REJECTED:  " WS-REJECTED-COUNT
           DISPLAY "ACTIVITY POSTED: " WS-ACTIVITY-POSTED
           IF WS-REJECTED-COUNT > 0
               DISPLAY "ACCOUNT-MERGE: *** STALE DECISIONS ON "
                   "REJECT FILE, RETURN TO REVIEW ***"
           MOVE WS-DUPLICATE-BALANCE TO AUD-DUPLICATE-BALANCE
           MOVE WS-COMBINED-BALANCE  TO AUD-COMBINED-BALANCE
           WRITE AUDIT-RECORD

           PERFORM POST-MERGE-ACTIVITY
           IF WS-JOURNAL-ENABLED
               PERFORM JOURNAL-MERGE
           END-IF
           .

      *> The merge journaled in CUSTOMER-MAINTENANCE's layout as the
      *> two master changes it made -- the duplicate deleted, the
      *> survivor's balance changed -- so MASTER-RECOVERY can roll it
      *> forward like any maintenance run.
       JOURNAL-MERGE.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE WS-JOURNAL-SEQ       TO JRN-TXN-SEQ
           MOVE 'A'                  TO JRN-RESULT
           MOVE 'D'                  TO JRN-ACTION
           MOVE DCN-DUPLICATE-ID     TO JRN-CUST-ID
           MOVE 'Y'                  TO JRN-BEFORE-EXISTS
           MOVE WS-DUPLICATE-NAME    TO JRN-BEFORE-NAME
           MOVE WS-DUPLICATE-BALANCE TO JRN-BEFORE-BALANCE
           MOVE 'N'                  TO JRN-AFTER-EXISTS
           MOVE SPACES               TO JRN-AFTER-NAME
           MOVE 0                    TO JRN-AFTER-BALANCE
           WRITE JOURNAL-RECORD

           ADD 1 TO WS-JOURNAL-SEQ
           MOVE WS-JOURNAL-SEQ       TO JRN-TXN-SEQ
           MOVE 'A'                  TO JRN-RESULT
           MOVE 'C'                  TO JRN-ACTION
           MOVE DCN-SURVIVOR-ID      TO JRN-CUST-ID
           MOVE 'Y'                  TO JRN-BEFORE-EXISTS
           MOVE WS-SURVIVOR-NAME     TO JRN-BEFORE-NAME
           MOVE WS-SURVIVOR-BALANCE  TO JRN-BEFORE-BALANCE
           MOVE 'Y'                  TO JRN-AFTER-EXISTS
           MOVE WS-SURVIVOR-NAME     TO JRN-AFTER-NAME
           MOVE WS-COMBINED-BALANCE  TO JRN-AFTER-BALANCE
           WRITE JOURNAL-RECORD
           .

      *> Both sides of the merge go to the activity ledger: the
      *> duplicate's balance comes off the duplicate, leaving it at
      *> zero, and goes onto the survivor, leaving the combined
      *> balance.
       POST-MERGE-ACTIVITY.
           MOVE 'MERGE'    TO WS-ACTIVITY-TYPE
           MOVE 'ACCTMRGE' TO WS-ACTIVITY-SOURCE

           MOVE DCN-DUPLICATE-ID TO WS-ACTIVITY-CUST-ID
           COMPUTE WS-ACTIVITY-AMOUNT = 0 - WS-DUPLICATE-BALANCE
           MOVE 0                TO WS-ACTIVITY-BALANCE
           PERFORM WRITE-ACTIVITY-ENTRY

           MOVE DCN-SURVIVOR-ID      TO WS-ACTIVITY-CUST-ID
           MOVE WS-DUPLICATE-BALANCE TO WS-ACTIVITY-AMOUNT
           MOVE WS-COMBINED-BALANCE  TO WS-ACTIVITY-BALANCE
           PERFORM WRITE-ACTIVITY-ENTRY
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "ACCOUNT-MERGE: *** POSTING "
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
                   DISPLAY "ACCOUNT-MERGE: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "ACCOUNT-MERGE: *** CANNOT OPEN PERIOD "
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
                   DISPLAY "ACCOUNT-MERGE: *** CANNOT OPEN ACTIVITY "
                       "LEDGER: "
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
                       DISPLAY "ACCOUNT-MERGE: *** CANNOT POST "
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
               MOVE 'ACCOUNT-MERGE' TO JCT-PROGRAM
               MOVE WS-JOURNAL-PATH TO JCT-JOURNAL-PATH
               WRITE JOURNAL-CATALOG-RECORD
               CLOSE JOURNAL-CATALOG-FILE
           END-IF
           .

      *> master -- an add is deleted, a change is rewritten back to
      *> its before image, a delete is written back from its before
      *> image -- leaving the master as it stood before the batch.
      *> Rejected journal entries, and entries parked for approval,
      *> never touched the master, so they back out to nothing; the
      *> journal of a MAINTENANCE-APPROVAL run, which carries the
      *> parked items it released, backs out the same way. Before
      *> undoing an entry, the master's current record is verified
      *> against the journal's after image; an entry that no longer
      *> matches (someone has changed the record since the batch ran)
      *> is written to REJECT-FILE with a reason code and left alone
      *> rather than blindly overwritten, and the run ends with a
      *> non-zero RETURN-CODE so the partial backout is investigated
      *> instead of trusted.
      *> When PERIOD-MAINTENANCE's calendar is supplied, the run is
      *> refused outright if its posting date falls in a period that
      *> is closing or closed.
      *> When an activity ledger is supplied (DD_ACTIVITY_LEDGER), each
      *> entry backed out posts a BACKOUT entry reversing the
      *> movement the batch put on the ledger.
      *> When DD_BACKOUT_JOURNAL_FILE is supplied, the backout's own
      *> changes are journaled there in the same layout (and the
      *> journal cataloged when DD_JOURNAL_CATALOG is supplied), so
      *> MASTER-RECOVERY rolls a backout forward like any other run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-JOURNAL-FILE ASSIGN TO
               WS-BACKOUT-JOURNAL-PATH
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
           05  REJ-CUST-ID        PIC 9(6).
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

      *> This run's own changes, journaled in the same layout: each
      *> entry backed out is the inverse change to the master, with
      *> the images swapped.
       FD  BACKOUT-JOURNAL-FILE.
       01  BACKOUT-JOURNAL-RECORD.
           05  BJR-TXN-SEQ        PIC 9(6).
           05  BJR-RESULT         PIC X(1).
           05  BJR-ACTION         PIC X(1).
           05  BJR-CUST-ID        PIC 9(6).
           05  BJR-BEFORE-EXISTS  PIC X(1).
           05  BJR-BEFORE-NAME    PIC X(30).
           05  BJR-BEFORE-BALANCE PIC S9(7)V9(2).
           05  BJR-AFTER-EXISTS   PIC X(1).
           05  BJR-AFTER-NAME     PIC X(30).
           05  BJR-AFTER-BALANCE  PIC S9(7)V9(2).

      *> Same layout CUSTOMER-MAINTENANCE catalogs its journal in.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-RECORD.
           05  JCT-RUN-DATE           PIC 9(8).
           05  JCT-RUN-TIME           PIC 9(6).
           05  JCT-PROGRAM            PIC X(20).
           05  JCT-JOURNAL-PATH       PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-JOURNAL-PATH PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-BACKOUT-JOURNAL-PATH PIC X(256).
       01  WS-BACKOUT-JOURNAL-SW  PIC 9 VALUE 0.
           88  WS-BACKOUT-JOURNAL-ENABLED VALUE 1.
       01  WS-BACKOUT-JOURNAL-SEQ PIC 9(6) VALUE 0.
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

       01  WS-BACKED-OUT          PIC 9(6) VALUE 0.
       01  WS-SKIPPED-REJECTS     PIC 9(6) VALUE 0.
       01  WS-SKIPPED-PARKED      PIC 9(6) VALUE 0.
       01  WS-MISMATCHED          PIC 9(6) VALUE 0.

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
           ACCEPT WS-MASTER-PATH  FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-SORTED-JOURNAL-PATH
               FROM ENVIRONMENT "DD_SORTED_JOURNAL_FILE"
           ACCEPT WS-REJECT-PATH  FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-BACKOUT-JOURNAL-PATH
               FROM ENVIRONMENT "DD_BACKOUT_JOURNAL_FILE"
           IF WS-BACKOUT-JOURNAL-PATH NOT = SPACES
               SET WS-BACKOUT-JOURNAL-ENABLED TO TRUE
           END-IF

           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           IF WS-PERIOD-CALENDAR-PATH NOT = SPACES
               SET WS-PERIOD-ENABLED TO TRUE
           END-IF
           PERFORM CHECK-POSTING-PERIOD

      *> Reverse transaction order, so interacting entries for the
      *> same customer (an add later changed, a change later deleted)
               USING JOURNAL-FILE
               GIVING SORTED-JOURNAL-FILE

           PERFORM OPEN-ACTIVITY-LEDGER
           OPEN I-O   MASTER-FILE
           OPEN INPUT SORTED-JOURNAL-FILE
           OPEN OUTPUT REJECT-FILE
           IF WS-BACKOUT-JOURNAL-ENABLED
               OPEN OUTPUT BACKOUT-JOURNAL-FILE
               PERFORM CATALOG-JOURNAL
           END-IF

           PERFORM BACK-OUT-ENTRY UNTIL WS-EOF-FLAG = 1

           CLOSE MASTER-FILE
           CLOSE SORTED-JOURNAL-FILE
           CLOSE REJECT-FILE
           IF WS-BACKOUT-JOURNAL-ENABLED
               CLOSE BACKOUT-JOURNAL-FILE
           END-IF
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
           END-IF

           DISPLAY "ENTRIES BACKED OUT: " WS-BACKED-OUT
           DISPLAY "REJECTED ENTRIES:   " WS-SKIPPED-REJECTS
           DISPLAY "PARKED ENTRIES:     " WS-SKIPPED-PARKED
           DISPLAY "MISMATCHES:         " WS-MISMATCHED
           DISPLAY "ACTIVITY POSTED:    " WS-ACTIVITY-POSTED
           IF WS-MISMATCHED > 0
               DISPLAY "MAINTENANCE-BACKOUT: *** MASTER NOT FULLY "
                   "RESTORED, SEE REJECT FILE ***"
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE SJR-RESULT
                       WHEN 'R'
                           ADD 1 TO WS-SKIPPED-REJECTS
                       WHEN 'P'
                           ADD 1 TO WS-SKIPPED-PARKED
                       WHEN OTHER
                           EVALUATE SJR-ACTION
                               WHEN 'A'
                                   PERFORM UNDO-ADD
                               WHEN 'C'
                                   PERFORM UNDO-CHANGE
                               WHEN 'D'
                                   PERFORM UNDO-DELETE
                           END-EVALUATE
                   END-EVALUATE
           END-READ.

      *> The record the batch added must still look exactly as the
                           PERFORM WRITE-MISMATCH-MISSING
                       NOT INVALID KEY
                           ADD 1 TO WS-BACKED-OUT
                           PERFORM JOURNAL-BACKED-OUT
                           PERFORM POST-BACKOUT-ACTIVITY
                   END-DELETE
               ELSE
                   PERFORM WRITE-MISMATCH-MOVED
                           PERFORM WRITE-MISMATCH-MISSING
                       NOT INVALID KEY
                           ADD 1 TO WS-BACKED-OUT
                           PERFORM JOURNAL-BACKED-OUT
                           PERFORM POST-BACKOUT-ACTIVITY
                   END-REWRITE
               ELSE
                   PERFORM WRITE-MISMATCH-MOVED
                       PERFORM WRITE-MISMATCH-MOVED
                   NOT INVALID KEY
                       ADD 1 TO WS-BACKED-OUT
                       PERFORM JOURNAL-BACKED-OUT
                       PERFORM POST-BACKOUT-ACTIVITY
               END-WRITE
           END-IF
           .

      *> An add undone is journaled as a delete and a delete undone
      *> as an add; either way the master went from the entry's after
      *> image back to its before image.
       JOURNAL-BACKED-OUT.
           IF WS-BACKOUT-JOURNAL-ENABLED
               ADD 1 TO WS-BACKOUT-JOURNAL-SEQ
               MOVE WS-BACKOUT-JOURNAL-SEQ TO BJR-TXN-SEQ
               MOVE 'A'                    TO BJR-RESULT
               EVALUATE SJR-ACTION
                   WHEN 'A'
                       MOVE 'D'            TO BJR-ACTION
                   WHEN 'D'
                       MOVE 'A'            TO BJR-ACTION
                   WHEN OTHER
                       MOVE 'C'            TO BJR-ACTION
               END-EVALUATE
               MOVE SJR-CUST-ID            TO BJR-CUST-ID
               MOVE SJR-AFTER-EXISTS       TO BJR-BEFORE-EXISTS
               MOVE SJR-AFTER-NAME         TO BJR-BEFORE-NAME
               MOVE SJR-AFTER-BALANCE      TO BJR-BEFORE-BALANCE
               MOVE SJR-BEFORE-EXISTS      TO BJR-AFTER-EXISTS
               MOVE SJR-BEFORE-NAME        TO BJR-AFTER-NAME
               MOVE SJR-BEFORE-BALANCE     TO BJR-AFTER-BALANCE
               WRITE BACKOUT-JOURNAL-RECORD
           END-IF
           .

      *> A backed-out entry reverses its ledger movement too: the
      *> balance goes from the after image back to the before image
      *> (a journaled add has a zero before image, a journaled delete
      *> a zero after image).
       POST-BACKOUT-ACTIVITY.
           MOVE SJR-CUST-ID TO WS-ACTIVITY-CUST-ID
           COMPUTE WS-ACTIVITY-AMOUNT =
               SJR-BEFORE-BALANCE - SJR-AFTER-BALANCE
           MOVE SJR-BEFORE-BALANCE TO WS-ACTIVITY-BALANCE
           MOVE 'BACKOUT'  TO WS-ACTIVITY-TYPE
           MOVE 'MNTBKOUT' TO WS-ACTIVITY-SOURCE
           PERFORM WRITE-ACTIVITY-ENTRY
           .

       WRITE-MISMATCH-MISSING.
           MOVE SJR-TXN-SEQ  TO REJ-TXN-SEQ
           MOVE SJR-CUST-ID  TO REJ-CUST-ID
           WRITE REJECT-RECORD
           ADD 1 TO WS-MISMATCHED
           .

      *> Nothing posts into a period finance has closed or is in the
      *> middle of closing, or into a date no period covers: the whole
      *> run is refused before any output is opened, so a back-dated
      *> batch can't put the master out of step with a closed GL.
       CHECK-POSTING-PERIOD.
           IF WS-PERIOD-ENABLED
               PERFORM FIND-POSTING-PERIOD
               IF WS-PERIOD-REASON NOT = SPACES
                   DISPLAY "MAINTENANCE-BACKOUT: *** POSTING "
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
                   DISPLAY "MAINTENANCE-BACKOUT: DD_POSTING_DATE "
                       "VALUE '"
                       FUNCTION TRIM (WS-POSTING-DATE-IN)
                       "' IS NOT NUMERIC, USING TODAY"
               END-IF
           END-IF

           OPEN INPUT PERIOD-CALENDAR
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "MAINTENANCE-BACKOUT: *** CANNOT OPEN PERIOD "
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
                   DISPLAY "MAINTENANCE-BACKOUT: *** CANNOT OPEN "
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
                       DISPLAY "MAINTENANCE-BACKOUT: *** CANNOT POST "
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
               MOVE 'MAINTENANCE-BACKOUT' TO JCT-PROGRAM
               MOVE WS-BACKOUT-JOURNAL-PATH
                   TO JCT-JOURNAL-PATH
               WRITE JOURNAL-CATALOG-RECORD
               CLOSE JOURNAL-CATALOG-FILE
           END-IF
           .

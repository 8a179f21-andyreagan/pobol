       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINTENANCE.
      *> Maintains the accounting-period calendar every money-moving
      *> program checks before it posts: one record per period with
      *> its start and end dates and its status -- open, closing, or
      *> closed. Applies a transaction file of add/change/reopen
      *> actions the same way OVERRIDE-MAINTENANCE maintains the
      *> override file: each transaction is validated before it
      *> touches the calendar, and anything that fails or doesn't
      *> apply cleanly goes to REJECT-FILE with a reason code.
      *> A new period always starts open, and no two periods may
      *> share a day, so a posting date falls in exactly one period.
      *> Only an open period's dates may be changed. Nothing here
      *> closes a period -- that belongs to PERIOD-CLOSE, which only
      *> does it once the master and the GL agree -- and a closed
      *> period is never reopened; the one status change allowed is
      *> taking a period that is stuck in closing back to open, for a
      *> close finance has abandoned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CALENDAR ASSIGN TO
               WS-PERIOD-CALENDAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Period record, keyed by the period ID (normally YYYYMM, the
      *> value GL-EXTRACT stamps into GLF-PERIOD). PERIOD-CLOSE fills
      *> in the closed date and the two totals that tied.
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

      *> Transaction record: a leading action code followed by the
      *> period fields. A = add, C = change dates, O = reopen a
      *> period left in closing; a reopen carries only the period ID.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  PTX-ACTION             PIC X(1).
           05  PTX-PERIOD             PIC 9(6).
           05  PTX-START-DATE         PIC 9(8).
           05  PTX-END-DATE           PIC 9(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(23).
           05  REJ-REASON-CODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-CALENDAR-PATH PIC X(256).
       01  WS-PERIOD-STATUS       PIC X(2).
           88  WS-PERIOD-FOUND           VALUE '00'.
           88  WS-PERIOD-NOT-FOUND       VALUE '23'.
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.
       01  WS-OVERLAP-SW          PIC 9 VALUE 0.
           88  WS-OVERLAP-FOUND          VALUE 1.

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-ADDED               PIC 9(6) VALUE 0.
       01  WS-CHANGED             PIC 9(6) VALUE 0.
       01  WS-REOPENED            PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID        VALUE 1.
           88  WS-RECORD-IS-INVALID      VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PERIOD-CALENDAR-PATH
               FROM ENVIRONMENT "DD_PERIOD_CALENDAR"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"

           OPEN I-O PERIOD-CALENDAR
           IF WS-PERIOD-STATUS = '35'
               OPEN OUTPUT PERIOD-CALENDAR
               CLOSE PERIOD-CALENDAR
               OPEN I-O PERIOD-CALENDAR
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE PERIOD-CALENDAR
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE

           DISPLAY "TRANSACTIONS READ: " WS-RECORDS-READ
           DISPLAY "ADDED:             " WS-ADDED
           DISPLAY "CHANGED:           " WS-CHANGED
           DISPLAY "REOPENED:          " WS-REOPENED
           DISPLAY "REJECTED:          " WS-REJECTED
           STOP RUN.

       READ-PROCESS.
           READ TRANSACTION-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VALIDATE-TRANSACTION
                   IF WS-RECORD-IS-VALID
                       PERFORM APPLY-TRANSACTION
                   ELSE
                       PERFORM REJECT-TRANSACTION-OUT
                   END-IF
           END-READ.

      *> The period ID has to be numeric and non-zero; adds and date
      *> changes also need a well-formed date span that doesn't end
      *> before it starts.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF PTX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'O'
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE 'BAD-ACTN' TO WS-REJECT-REASON
           ELSE
               IF PTX-PERIOD NOT NUMERIC OR PTX-PERIOD = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-PERIOD' TO WS-REJECT-REASON
               ELSE
                   IF PTX-ACTION NOT = 'O'
                       PERFORM VALIDATE-DATES
                   END-IF
               END-IF
           END-IF
           .

       VALIDATE-DATES.
           EVALUATE TRUE
               WHEN PTX-START-DATE NOT NUMERIC
                 OR PTX-START-DATE = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-STRTDT' TO WS-REJECT-REASON
               WHEN PTX-END-DATE NOT NUMERIC
                 OR PTX-END-DATE = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ENDDT' TO WS-REJECT-REASON
               WHEN PTX-END-DATE < PTX-START-DATE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'DATE-SPAN' TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           EVALUATE PTX-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'O'
                   PERFORM APPLY-REOPEN
           END-EVALUATE
           .

       APPLY-ADD.
           MOVE PTX-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PERIOD-FOUND
               MOVE 'DUP-PERIOD' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM CHECK-PERIOD-OVERLAP
               IF WS-OVERLAP-FOUND
                   MOVE 'OVERLAP' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               ELSE
                   INITIALIZE PERIOD-RECORD
                   MOVE PTX-PERIOD     TO PER-PERIOD
                   MOVE PTX-START-DATE TO PER-START-DATE
                   MOVE PTX-END-DATE   TO PER-END-DATE
                   SET PER-OPEN        TO TRUE
                   WRITE PERIOD-RECORD
                       INVALID KEY
                           MOVE 'DUP-PERIOD' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED
                   END-WRITE
               END-IF
           END-IF
           .

      *> A closing or closed period's dates are part of what was (or
      *> is being) reconciled, so only an open period can move. The
      *> overlap walk replaces the record area, so the period is read
      *> again before it is rewritten.
       APPLY-CHANGE.
           MOVE PTX-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERIOD-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN NOT PER-OPEN
                   MOVE 'NOT-OPEN' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN OTHER
                   PERFORM CHECK-PERIOD-OVERLAP
                   IF WS-OVERLAP-FOUND
                       MOVE 'OVERLAP' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   ELSE
                       PERFORM REWRITE-PERIOD-DATES
                   END-IF
           END-EVALUATE
           .

       REWRITE-PERIOD-DATES.
           MOVE PTX-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PTX-START-DATE TO PER-START-DATE
           MOVE PTX-END-DATE   TO PER-END-DATE
           REWRITE PERIOD-RECORD
               INVALID KEY
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED
           END-REWRITE
           .

      *> Backs out a close that was started but abandoned. A period
      *> PERIOD-CLOSE has actually closed stays closed.
       APPLY-REOPEN.
           MOVE PTX-PERIOD TO PER-PERIOD
           READ PERIOD-CALENDAR
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERIOD-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN NOT PER-CLOSING
                   MOVE 'NOT-CLOSNG' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN OTHER
                   SET PER-OPEN TO TRUE
                   REWRITE PERIOD-RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-REOPENED
                   END-REWRITE
           END-EVALUATE
           .

      *> Walks the whole calendar for any other period sharing a day
      *> with the transaction's date span. The calendar is a few
      *> dozen records at most, so a full walk per add is cheap.
       CHECK-PERIOD-OVERLAP.
           MOVE 0 TO WS-OVERLAP-SW
           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO PER-PERIOD
           START PERIOD-CALENDAR KEY NOT LESS THAN PER-PERIOD
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-PERIOD
           PERFORM CHECK-ONE-OVERLAP UNTIL WS-SCAN-EOF
           .

       READ-NEXT-PERIOD.
           READ PERIOD-CALENDAR NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       CHECK-ONE-OVERLAP.
           IF PER-PERIOD NOT = PTX-PERIOD
              AND PER-START-DATE <= PTX-END-DATE
              AND PER-END-DATE >= PTX-START-DATE
               SET WS-OVERLAP-FOUND TO TRUE
               SET WS-SCAN-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-PERIOD
           END-IF
           .

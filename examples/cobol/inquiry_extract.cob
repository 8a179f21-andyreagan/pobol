      *> the new consolidated ID and that account's current balance --
      *> so a rep holding a branch statement can still find the
      *> customer after consolidation renumbered them.
      *> When the activity ledger and an activity extract file are
      *> supplied (DD_ACTIVITY_LEDGER, DD_ACTIVITY_EXTRACT_FILE), every
      *> request also gets the customer's ledger entries for the date
      *> range on the request -- REQ-FROM-DATE through REQ-TO-DATE,
      *> either left blank to run open-ended -- as DETAIL lines and a
      *> TOTAL line, so a rep can answer "why did my balance go up"
      *> without digging through the batch jobs' files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ACTIVITY-LEDGER ASSIGN TO
               WS-ACTIVITY-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT ACTIVITY-EXTRACT-FILE ASSIGN TO
               WS-ACTIVITY-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> The ledger date range, YYYYMMDD, is optional; a request
      *> carrying only the customer ID reads exactly as before.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-CUST-ID-IN     PIC 9(6).
           05  REQ-FROM-DATE-IN   PIC X(8).
           05  REQ-TO-DATE-IN     PIC X(8).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-CUST-ID        PIC 9(6).
           05  SRT-DATE-RANGE     PIC X(16).

       FD  SORTED-REQUEST-FILE.
       01  SORTED-REQUEST-RECORD.
           05  REQ-CUST-ID        PIC 9(6).
           05  REQ-FROM-DATE      PIC X(8).
           05  REQ-TO-DATE        PIC X(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  XRF-OLD-CUST-ID    PIC 9(6).
           05  XRF-NEW-CUST-ID    PIC 9(6).

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

      *> One DETAIL line per ledger entry in the requested range, then
      *> a TOTAL line for the request: the number of entries, their
      *> net amount, and the balance the last of them left.
       FD  ACTIVITY-EXTRACT-FILE.
       01  ACTIVITY-EXTRACT-RECORD.
           05  AX-RECORD-TYPE     PIC X(6).
           05  AX-CUST-ID         PIC 9(6).
           05  AX-DATE            PIC 9(8).
           05  AX-TYPE            PIC X(8).
           05  AX-AMOUNT          PIC S9(8)V9(2).
           05  AX-BALANCE-AFTER   PIC S9(7)V9(2).
           05  AX-SOURCE          PIC X(8).
           05  AX-COUNT           PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-PATH         PIC X(256).
       01  WS-SORT-WORK-PATH       PIC X(256).
       01  WS-XREF-COUNT           PIC 9(3) VALUE 0.
       01  WS-XREF-IDX             PIC 9(3).

      *> Ledger extract, on only when both the ledger and the extract
      *> file are supplied.
       01  WS-ACTIVITY-LEDGER-PATH PIC X(256).
       01  WS-ACTIVITY-STATUS      PIC X(2).
       01  WS-ACTIVITY-EXTRACT-PATH PIC X(256).
       01  WS-LEDGER-ENABLED-SW    PIC 9 VALUE 0.
           88  WS-LEDGER-ENABLED         VALUE 1.
       01  WS-LEDGER-EOF-SW        PIC 9 VALUE 0.
           88  WS-LEDGER-DONE            VALUE 1.
       01  WS-RANGE-FROM           PIC 9(8).
       01  WS-RANGE-TO             PIC 9(8).
       01  WS-RANGE-COUNT          PIC 9(6).
       01  WS-RANGE-NET            PIC S9(8)V9(2).
       01  WS-RANGE-LAST-BALANCE   PIC S9(7)V9(2).
       01  WS-EXTRACT-LINES        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-REQUEST-PATH  FROM ENVIRONMENT "DD_REQUEST_FILE"
               FROM ENVIRONMENT "DD_HIGH_BALANCE_FILE"
           ACCEPT WS-RESPONSE-PATH FROM ENVIRONMENT "DD_RESPONSE_FILE"
           ACCEPT WS-XREF-PATH     FROM ENVIRONMENT "DD_XREF_FILE"
           ACCEPT WS-ACTIVITY-LEDGER-PATH
               FROM ENVIRONMENT "DD_ACTIVITY_LEDGER"
           ACCEPT WS-ACTIVITY-EXTRACT-PATH
               FROM ENVIRONMENT "DD_ACTIVITY_EXTRACT_FILE"
           IF WS-ACTIVITY-LEDGER-PATH NOT = SPACES
              AND WS-ACTIVITY-EXTRACT-PATH NOT = SPACES
               SET WS-LEDGER-ENABLED TO TRUE
           END-IF

           IF WS-XREF-PATH NOT = SPACES
               PERFORM LOAD-XREF-TABLE
           OPEN INPUT  REPORT-FILE
           OPEN INPUT  HIGH-BALANCE-FILE
           OPEN OUTPUT RESPONSE-FILE
           IF WS-LEDGER-ENABLED
               OPEN INPUT ACTIVITY-LEDGER
               IF WS-ACTIVITY-STATUS NOT = '00'
                   DISPLAY "INQUIRY-EXTRACT: ACTIVITY LEDGER NOT "
                       "READABLE: "
                       FUNCTION TRIM (WS-ACTIVITY-LEDGER-PATH)
                       " STATUS " WS-ACTIVITY-STATUS
                       ", LEDGER EXTRACT UNAVAILABLE"
                   MOVE 0 TO WS-LEDGER-ENABLED-SW
               ELSE
                   OPEN OUTPUT ACTIVITY-EXTRACT-FILE
               END-IF
           END-IF

           PERFORM READ-REPORT
           PERFORM READ-HIGH-BALANCE
           CLOSE REPORT-FILE
           CLOSE HIGH-BALANCE-FILE
           CLOSE RESPONSE-FILE
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
               CLOSE ACTIVITY-EXTRACT-FILE
           END-IF

           DISPLAY "LOOKUPS REQUESTED: " WS-LOOKUP-COUNT
           DISPLAY "LOOKUPS FOUND:     " WS-FOUND-COUNT
           DISPLAY "REMAPPED ANSWERS:  " WS-REMAP-ANSWERS
           DISPLAY "LEDGER LINES:      " WS-EXTRACT-LINES
           STOP RUN.

       LOAD-XREF-TABLE.
           PERFORM ANSWER-REMAPPED-IDS
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
           IF WS-LEDGER-ENABLED
               PERFORM EXTRACT-LEDGER-RANGE
           END-IF
           PERFORM READ-REQUEST
           .

      *> A range date that is blank, zero, or not a date runs the
      *> range open-ended on that side. The ledger is keyed by
      *> customer then date, so the walk starts on the first entry
      *> in range and stops at the first one past it.
       EXTRACT-LEDGER-RANGE.
           MOVE 0        TO WS-RANGE-FROM
           MOVE 99999999 TO WS-RANGE-TO
           IF REQ-FROM-DATE NUMERIC
               MOVE REQ-FROM-DATE TO WS-RANGE-FROM
           END-IF
           IF REQ-TO-DATE NUMERIC AND REQ-TO-DATE NOT = ZEROS
               MOVE REQ-TO-DATE TO WS-RANGE-TO
           END-IF
           MOVE 0 TO WS-RANGE-COUNT
           MOVE 0 TO WS-RANGE-NET
           MOVE 0 TO WS-RANGE-LAST-BALANCE

           MOVE 0 TO WS-LEDGER-EOF-SW
           MOVE REQ-CUST-ID   TO ACT-CUST-ID
           MOVE WS-RANGE-FROM TO ACT-DATE
           MOVE 0             TO ACT-TIME
           MOVE 0             TO ACT-SEQ
           START ACTIVITY-LEDGER KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY
                   SET WS-LEDGER-DONE TO TRUE
           END-START
           IF NOT WS-LEDGER-DONE
               PERFORM READ-NEXT-ACTIVITY
           END-IF
           PERFORM EXTRACT-ONE-ENTRY UNTIL WS-LEDGER-DONE

           MOVE 'TOTAL'               TO AX-RECORD-TYPE
           MOVE REQ-CUST-ID           TO AX-CUST-ID
           MOVE 0                     TO AX-DATE
           MOVE SPACES                TO AX-TYPE
           MOVE WS-RANGE-NET          TO AX-AMOUNT
           MOVE WS-RANGE-LAST-BALANCE TO AX-BALANCE-AFTER
           MOVE SPACES                TO AX-SOURCE
           MOVE WS-RANGE-COUNT        TO AX-COUNT
           WRITE ACTIVITY-EXTRACT-RECORD
           .

       READ-NEXT-ACTIVITY.
           READ ACTIVITY-LEDGER NEXT RECORD
               AT END
                   SET WS-LEDGER-DONE TO TRUE
               NOT AT END
                   IF ACT-CUST-ID NOT = REQ-CUST-ID
                      OR ACT-DATE > WS-RANGE-TO
                       SET WS-LEDGER-DONE TO TRUE
                   END-IF
           END-READ
           .

       EXTRACT-ONE-ENTRY.
           MOVE 'DETAIL'          TO AX-RECORD-TYPE
           MOVE ACT-CUST-ID       TO AX-CUST-ID
           MOVE ACT-DATE          TO AX-DATE
           MOVE ACT-TYPE          TO AX-TYPE
           MOVE ACT-AMOUNT        TO AX-AMOUNT
           MOVE ACT-BALANCE-AFTER TO AX-BALANCE-AFTER
           MOVE ACT-SOURCE        TO AX-SOURCE
           MOVE 0                 TO AX-COUNT
           WRITE ACTIVITY-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-LINES
           ADD 1 TO WS-RANGE-COUNT
           ADD ACT-AMOUNT TO WS-RANGE-NET
           MOVE ACT-BALANCE-AFTER TO WS-RANGE-LAST-BALANCE
           PERFORM READ-NEXT-ACTIVITY
           .

      *> One extra REMAPPED response line per cross-reference hit on
      *> the requested ID: the new consolidated ID and its current
      *> master balance. The discount belongs to a CUSTOMER-REPORT run

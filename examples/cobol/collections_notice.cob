      *> actually delivered. Both input files are assumed to arrive
      *> in ascending customer-ID order, the order DORMANCY-SCAN and
      *> CUSTOMER-REPORT already produce them in.
      *> The history also remembers the date an account first reached
      *> FINAL, which later notices at FINAL leave alone; CHARGE-OFF
      *> measures how long an account has sat at FINAL from it.
      *> When DISPUTE-MAINTENANCE's dispute file is supplied, only the
      *> undisputed part of the balance is chased: the notice asks for
      *> the balance less any amount in open dispute (and says how
      *> much is in dispute), and an account whose whole balance is
      *> in dispute gets no notice and stays at its current level
      *> until the dispute is resolved.
      *> An account whose address RETURNED-MAIL has marked
      *> undeliverable is treated like one with no address at all: no
      *> notice and no escalation. It goes on the bad-address worklist
      *> (DD_BAD_ADDRESS_FILE) instead, so the address gets traced
      *> rather than another notice going out to come back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NO-ADDRESS-FILE ASSIGN TO
               WS-NO-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-ADDRESS-FILE ASSIGN TO
               WS-BAD-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPUTE-FILE ASSIGN TO
               WS-DISPUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  NTC-CUST-ID            PIC 9(6).
           05  NTC-LAST-NOTICE-DATE   PIC 9(8).
           05  NTC-NOTICE-LEVEL       PIC 9(1).
           05  NTC-FINAL-DATE         PIC 9(8).

       FD  NOTICE-FILE.
       01  NOTICE-LINE                PIC X(80).
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

      *> Same layout CUSTOMER-STATEMENT writes its bad-address
      *> worklist in; the piece held here is always NTCE.
       FD  BAD-ADDRESS-FILE.
       01  BAD-ADDRESS-RECORD.
           05  BADR-CUST-ID       PIC 9(6).
           05  BADR-CUST-NAME     PIC X(30).
           05  BADR-PIECE-TYPE    PIC X(4).
           05  BADR-UNDELIV-DATE  PIC 9(8).
           05  BADR-RETURN-DATE   PIC 9(8).
           05  BADR-RETURN-PIECE  PIC X(4).
           05  BADR-RETURN-COUNT  PIC 9(3).

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

       WORKING-STORAGE SECTION.
       01  WS-DORMANT-REPORT-PATH PIC X(256).
       01  WS-REPORT-PATH         PIC X(256).
           88  WS-ADDRESS-ENABLED        VALUE 1.
       01  WS-NO-ADDRESS-PATH     PIC X(256).
       01  WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE 0.
       01  WS-BAD-ADDRESS-PATH    PIC X(256).
       01  WS-BAD-ADDRESS-COUNT   PIC 9(6) VALUE 0.
       01  WS-CSZ-LINE            PIC X(40).
       01  WS-DISPUTE-PATH        PIC X(256).
       01  WS-DISPUTE-STATUS      PIC X(2).
           88  WS-DISPUTE-FOUND          VALUE '00'.
       01  WS-DISPUTE-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-DISPUTE-ENABLED        VALUE 1.
       01  WS-DISPUTED-AMOUNT     PIC 9(7)V9(2) VALUE 0.
       01  WS-AMOUNT-DUE          PIC S9(7)V9(2).
       01  WS-DISPUTE-HELD-COUNT  PIC 9(6) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-DORMANT-SW          PIC 9 VALUE 0.
           05  FILLER             PIC X(14) VALUE 'AMOUNT DUE:  '.
           05  DTL-BALANCE        PIC $$$,$$$,$$9.99.

       01  DTL-DISPUTE-LINE.
           05  FILLER             PIC X(19) VALUE 'AMOUNT IN DISPUTE: '.
           05  DTL-DISPUTED       PIC $$$,$$$,$$9.99.

       01  DTL-DAYS-LINE.
           05  FILLER             PIC X(26)
               VALUE 'DAYS WITHOUT ACTIVITY:    '.
           END-IF
           ACCEPT WS-NO-ADDRESS-PATH
               FROM ENVIRONMENT "DD_NO_ADDRESS_FILE"
           ACCEPT WS-BAD-ADDRESS-PATH
               FROM ENVIRONMENT "DD_BAD_ADDRESS_FILE"
           ACCEPT WS-DISPUTE-PATH FROM ENVIRONMENT "DD_DISPUTE_FILE"
           IF WS-DISPUTE-PATH NOT = SPACES
               SET WS-DISPUTE-ENABLED TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
                   MOVE 16 TO RETURN-CODE
               END-IF
               OPEN OUTPUT NO-ADDRESS-FILE
               OPEN OUTPUT BAD-ADDRESS-FILE
           END-IF

           IF WS-DISPUTE-ENABLED
               OPEN INPUT DISPUTE-FILE
               IF WS-DISPUTE-STATUS NOT = '00'
                   DISPLAY "COLLECTIONS-NOTICE: *** CANNOT OPEN "
                       "DISPUTE FILE: "
                       FUNCTION TRIM (WS-DISPUTE-PATH)
                       " STATUS " WS-DISPUTE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM READ-DORMANT
           IF WS-ADDRESS-ENABLED
               CLOSE ADDRESS-FILE
               CLOSE NO-ADDRESS-FILE
               CLOSE BAD-ADDRESS-FILE
           END-IF
           IF WS-DISPUTE-ENABLED
               CLOSE DISPUTE-FILE
           END-IF

           DISPLAY "NOTICES WRITTEN:       " WS-NOTICE-COUNT
           DISPLAY "HISTORY SWEPT:         " WS-SWEPT-COUNT
           IF WS-ADDRESS-ENABLED
               DISPLAY "NO ADDRESS ON FILE:    " WS-NO-ADDRESS-COUNT
               DISPLAY "UNDELIVERABLE:         " WS-BAD-ADDRESS-COUNT
           END-IF
           IF WS-DISPUTE-ENABLED
               DISPLAY "HELD FOR DISPUTE:      " WS-DISPUTE-HELD-COUNT
           END-IF
           STOP RUN.

           END-IF

           IF WS-REPORT-MATCHED AND RPT-BALANCE > 0
               PERFORM LOOKUP-DISPUTED-AMOUNT
               COMPUTE WS-AMOUNT-DUE = RPT-BALANCE - WS-DISPUTED-AMOUNT
               EVALUATE TRUE
                   WHEN WS-AMOUNT-DUE NOT > 0
                       ADD 1 TO WS-DISPUTE-HELD-COUNT
                   WHEN WS-ADDRESS-ENABLED
                       PERFORM LOOKUP-ADDRESS
                       EVALUATE TRUE
                           WHEN NOT WS-ADDRESS-FOUND
                               PERFORM WRITE-NO-ADDRESS-EXCEPTION
                           WHEN ADR-UNDELIVERABLE
                               PERFORM WRITE-BAD-ADDRESS-ENTRY
                           WHEN OTHER
                               PERFORM ESCALATE-AND-NOTIFY
                       END-EVALUATE
                   WHEN OTHER
                       PERFORM ESCALATE-AND-NOTIFY
               END-EVALUATE
           ELSE
               PERFORM DROP-FROM-CYCLE
           END-IF
           PERFORM READ-DORMANT
           .

      *> Only an open dispute holds anything back.
       LOOKUP-DISPUTED-AMOUNT.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           IF WS-DISPUTE-ENABLED
               MOVE DRPT-CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DISPUTE-FOUND AND DSP-OPEN
                   MOVE DSP-AMOUNT TO WS-DISPUTED-AMOUNT
               END-IF
           END-IF
           .

       LOOKUP-ADDRESS.
           MOVE DRPT-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
           ADD 1 TO WS-NO-ADDRESS-COUNT
           .

       WRITE-BAD-ADDRESS-ENTRY.
           MOVE DRPT-CUST-ID     TO BADR-CUST-ID
           MOVE DRPT-CUST-NAME   TO BADR-CUST-NAME
           MOVE 'NTCE'           TO BADR-PIECE-TYPE
           MOVE ADR-UNDELIV-DATE TO BADR-UNDELIV-DATE
           MOVE ADR-RETURN-DATE  TO BADR-RETURN-DATE
           MOVE ADR-RETURN-PIECE TO BADR-RETURN-PIECE
           MOVE ADR-RETURN-COUNT TO BADR-RETURN-COUNT
           WRITE BAD-ADDRESS-RECORD
           ADD 1 TO WS-BAD-ADDRESS-COUNT
           .

      *> No history yet means this is the account's first notice; an
      *> existing entry escalates one level per run, capped at FINAL.
       ESCALATE-AND-NOTIFY.
               MOVE DRPT-CUST-ID    TO NTC-CUST-ID
               MOVE WS-RUN-DATE     TO NTC-LAST-NOTICE-DATE
               MOVE WS-NOTICE-LEVEL TO NTC-NOTICE-LEVEL
               MOVE 0               TO NTC-FINAL-DATE
               WRITE NOTICE-HISTORY-RECORD
           ELSE
               IF NTC-NOTICE-LEVEL < 3
               ELSE
                   MOVE 3 TO WS-NOTICE-LEVEL
               END-IF
               IF WS-NOTICE-LEVEL = 3 AND NTC-NOTICE-LEVEL < 3
                   MOVE WS-RUN-DATE TO NTC-FINAL-DATE
               END-IF
               MOVE WS-RUN-DATE     TO NTC-LAST-NOTICE-DATE
               MOVE WS-NOTICE-LEVEL TO NTC-NOTICE-LEVEL
               REWRITE NOTICE-HISTORY-RECORD
           MOVE DTL-NAME-LINE  TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE WS-AMOUNT-DUE  TO DTL-BALANCE
           MOVE DTL-BALANCE-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE

           IF WS-DISPUTED-AMOUNT > 0
               MOVE WS-DISPUTED-AMOUNT TO DTL-DISPUTED
               MOVE DTL-DISPUTE-LINE   TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF

           MOVE DRPT-UNCHANGED-DAYS TO DTL-UNCHANGED-DAYS
           MOVE DTL-DAYS-LINE  TO NOTICE-LINE
           WRITE NOTICE-LINE

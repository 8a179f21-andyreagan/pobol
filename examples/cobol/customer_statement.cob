      *> exception list instead of silently producing an unmailable
      *> statement. With no DD_ADDRESS_FILE the run prints exactly as
      *> before.
      *> When the activity ledger is supplied (DD_ACTIVITY_LEDGER), the
      *> balance line gives way to the cycle's activity: an opening
      *> balance, one line per ledger entry dated in the cycle
      *> (DD_CYCLE_START through DD_CYCLE_END, by default the first of
      *> the month through today), and the closing balance. Before a
      *> statement is printed, the ledger must tie to the balance
      *> CUSTOMER-REPORT carried from the master -- the opening
      *> balance plus every entry since the cycle began -- and an
      *> account that doesn't tie lands on the ledger exception list
      *> (DD_LEDGER_EXCEPTION_FILE) instead of being mailed a
      *> statement that doesn't add up.
      *> When HIERARCHY-MAINTENANCE's hierarchy file is supplied
      *> (DD_HIERARCHY_FILE), every account in a family whose head
      *> office has elected consolidation is left out of the
      *> one-per-account run. Those accounts are sorted by family
      *> instead, and each family gets a single consolidated statement,
      *> mailed to the head office's address. It lists each account's
      *> balance, head office first, and closes with one family total.
      *> The consolidated statement prints master balances only, so
      *> the ledger tie-out doesn't hold it.
      *> An address RETURNED-MAIL has marked undeliverable gets no
      *> statement either: the account goes on the bad-address
      *> worklist (DD_BAD_ADDRESS_FILE) with its return history, for
      *> someone to trace a new address, instead of the same
      *> statement going back out to be returned again. A family
      *> whose head office address is undeliverable is held the same
      *> way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NO-ADDRESS-FILE ASSIGN TO
               WS-NO-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-ADDRESS-FILE ASSIGN TO
               WS-BAD-ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-LEDGER ASSIGN TO
               WS-ACTIVITY-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT LEDGER-EXCEPTION-FILE ASSIGN TO
               WS-LEDGER-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIERARCHY-FILE ASSIGN TO
               WS-HIERARCHY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT FAMILY-WORK-FILE ASSIGN TO
               WS-FAMILY-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *> Exception list: accounts that would have produced an
      *> unmailable statement this cycle.
           05  NOADR-CUST-ID      PIC 9(6).
           05  NOADR-CUST-NAME    PIC X(30).

      *> Bad-address worklist: accounts whose statement was held
      *> because the address on file is undeliverable, with the piece
      *> held (always STMT here) and the address's return history.
      *> COLLECTIONS-NOTICE and ESCHEATMENT write the same layout.
       FD  BAD-ADDRESS-FILE.
       01  BAD-ADDRESS-RECORD.
           05  BADR-CUST-ID       PIC 9(6).
           05  BADR-CUST-NAME     PIC X(30).
           05  BADR-PIECE-TYPE    PIC X(4).
           05  BADR-UNDELIV-DATE  PIC 9(8).
           05  BADR-RETURN-DATE   PIC 9(8).
           05  BADR-RETURN-PIECE  PIC X(4).
           05  BADR-RETURN-COUNT  PIC 9(3).

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

      *> Exception list: accounts whose ledger doesn't tie to the
      *> master balance, so no statement went out this cycle.
       FD  LEDGER-EXCEPTION-FILE.
       01  LEDGER-EXCEPTION-RECORD.
           05  LEX-CUST-ID        PIC 9(6).
           05  LEX-CUST-NAME      PIC X(30).
           05  LEX-LEDGER-BALANCE PIC S9(8)V9(2).
           05  LEX-MASTER-BALANCE PIC S9(7)V9(2).
           05  LEX-DIFFERENCE     PIC S9(8)V9(2).

      *> Same layout HIERARCHY-MAINTENANCE maintains.
       FD  HIERARCHY-FILE.
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID            PIC 9(6).
           05  HIR-PARENT-ID          PIC 9(6).
           05  HIR-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  HIR-CONSOLIDATE        PIC X(1).
               88  HIR-CONSOLIDATED          VALUE 'Y'.
           05  HIR-LINKED-DATE        PIC 9(8).

      *> Accounts held back for a consolidated statement, tagged with
      *> their head office. CFW-HEAD-FLAG is 0 on the head office's
      *> own line so it sorts ahead of its subsidiaries.
       FD  FAMILY-WORK-FILE.
       01  FAMILY-WORK-RECORD.
           05  CFW-HEAD-ID        PIC 9(6).
           05  CFW-HEAD-FLAG      PIC 9(1).
           05  CFW-CUST-ID        PIC 9(6).
           05  CFW-CUST-NAME      PIC X(30).
           05  CFW-BALANCE        PIC S9(7)V9(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-HEAD-ID        PIC 9(6).
           05  SRT-HEAD-FLAG      PIC 9(1).
           05  SRT-CUST-ID        PIC 9(6).
           05  SRT-CUST-NAME      PIC X(30).
           05  SRT-BALANCE        PIC S9(7)V9(2).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRT-OUT-HEAD-ID    PIC 9(6).
           05  SRT-OUT-HEAD-FLAG  PIC 9(1).
           05  SRT-OUT-CUST-ID    PIC 9(6).
           05  SRT-OUT-CUST-NAME  PIC X(30).
           05  SRT-OUT-BALANCE    PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-PATH          PIC X(256).
       01  WS-STATEMENT-PATH      PIC X(256).
       01  WS-ADDRESS-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-ADDRESS-ENABLED        VALUE 1.
       01  WS-NO-ADDRESS-PATH     PIC X(256).
       01  WS-BAD-ADDRESS-PATH    PIC X(256).
       01  WS-BAD-ADDRESS-COUNT   PIC 9(6) VALUE 0.
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-STATEMENT-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT    PIC 9(6) VALUE 0.

      *> Activity ledger. The tie-out walks a customer's entries once
      *> to find the opening balance and everything posted since the
      *> cycle began; the statement body walks them again to print the
      *> cycle's lines.
       01  WS-ACTIVITY-LEDGER-PATH PIC X(256).
       01  WS-ACTIVITY-STATUS     PIC X(2).
       01  WS-LEDGER-ENABLED-SW   PIC 9 VALUE 0.
           88  WS-LEDGER-ENABLED         VALUE 1.
       01  WS-LEDGER-EXCEPTION-PATH PIC X(256).
       01  WS-LEDGER-EOF-SW       PIC 9 VALUE 0.
           88  WS-LEDGER-DONE            VALUE 1.
       01  WS-OPENING-FOUND-SW    PIC 9 VALUE 0.
           88  WS-OPENING-FOUND          VALUE 1.
       01  WS-LEDGER-TIED-SW      PIC 9 VALUE 1.
           88  WS-LEDGER-TIED            VALUE 1.
       01  WS-CYCLE-START-IN      PIC X(8).
       01  WS-CYCLE-START         PIC 9(8).
       01  WS-CYCLE-END-IN        PIC X(8).
       01  WS-CYCLE-END           PIC 9(8).
       01  WS-OPENING-BALANCE     PIC S9(8)V9(2).
       01  WS-LEDGER-BALANCE      PIC S9(8)V9(2).
       01  WS-RUNNING-BALANCE     PIC S9(8)V9(2).
       01  WS-LEDGER-DIFFERENCE   PIC S9(8)V9(2).
       01  WS-CYCLE-LINES         PIC 9(4).
       01  WS-NOT-TIED-COUNT      PIC 9(6) VALUE 0.

      *> Consolidated family statements.
       01  WS-HIERARCHY-PATH      PIC X(256).
       01  WS-HIERARCHY-STATUS    PIC X(2).
           88  WS-HIERARCHY-FOUND        VALUE '00'.
           88  WS-HIERARCHY-NOT-FOUND    VALUE '23'.
       01  WS-HIERARCHY-ENABLED-SW PIC 9 VALUE 0.
           88  WS-HIERARCHY-ENABLED      VALUE 1.
       01  WS-FAMILY-WORK-PATH    PIC X(256).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-PATH         PIC X(256).
       01  WS-CONSOLIDATED-SW     PIC 9 VALUE 0.
           88  WS-CONSOLIDATED-MEMBER    VALUE 1.
       01  WS-WALK-ID             PIC 9(6).
       01  WS-WALK-LEVELS         PIC 9(4).
       01  WS-MAX-LEVELS          PIC 9(4) VALUE 50.
       01  WS-WALK-DONE-SW        PIC 9 VALUE 0.
           88  WS-WALK-DONE              VALUE 1.
       01  WS-HEAD-ID             PIC 9(6).
       01  WS-CURRENT-HEAD-ID     PIC 9(6) VALUE 0.
       01  WS-FAMILY-OPEN-SW      PIC 9 VALUE 0.
           88  WS-FAMILY-OPEN            VALUE 1.
       01  WS-FAMILY-HELD-SW      PIC 9 VALUE 0.
           88  WS-FAMILY-HELD            VALUE 1.
       01  WS-FAMILY-BALANCE      PIC S9(11)V9(2) VALUE 0.
       01  WS-CONSOLIDATED-COUNT  PIC 9(6) VALUE 0.
       01  WS-CONSOLIDATED-ACCTS  PIC 9(6) VALUE 0.
       01  WS-MAILING-NAME        PIC X(30).

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.

       01  DTL-TIER-LINE          PIC X(60).

       01  DTL-CYCLE-LINE.
           05  FILLER             PIC X(18) VALUE 'STATEMENT PERIOD:'.
           05  DTL-CYCLE-START    PIC X(10).
           05  FILLER             PIC X(4)  VALUE ' TO '.
           05  DTL-CYCLE-END      PIC X(10).

       01  DTL-OPENING-LINE.
           05  FILLER             PIC X(18) VALUE 'OPENING BALANCE:'.
           05  DTL-OPENING        PIC $$$,$$$,$$9.99-.

       01  DTL-ACTIVITY-HEADING.
           05  FILLER             PIC X(12) VALUE 'DATE'.
           05  FILLER             PIC X(10) VALUE 'ACTIVITY'.
           05  FILLER             PIC X(17) VALUE '          AMOUNT'.
           05  FILLER             PIC X(15) VALUE '        BALANCE'.

       01  DTL-ACTIVITY-LINE.
           05  DTL-ACT-DATE       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ACT-TYPE       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ACT-AMOUNT     PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ACT-BALANCE    PIC $$$,$$$,$$9.99-.

       01  DTL-CLOSING-LINE.
           05  FILLER             PIC X(18) VALUE 'CLOSING BALANCE:'.
           05  DTL-CLOSING        PIC $$$,$$$,$$9.99-.

      *> City/state/postal composed into one mailing line.
       01  DTL-CSZ-LINE           PIC X(40).

       01  HDR-CONSOL-LINE.
           05  FILLER             PIC X(24)
                                  VALUE 'CONSOLIDATED STATEMENT'.
           05  FILLER             PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-CONSOL-RUN-DATE PIC X(10).

       01  DTL-HEAD-LINE.
           05  FILLER             PIC X(14) VALUE 'HEAD OFFICE: '.
           05  DTL-HEAD-ID        PIC 9(6).

       01  DTL-MEMBER-HEADING.
           05  FILLER             PIC X(12) VALUE 'ACCOUNT ID'.
           05  FILLER             PIC X(32) VALUE 'ACCOUNT NAME'.
           05  FILLER             PIC X(15) VALUE '        BALANCE'.

       01  DTL-MEMBER-LINE.
           05  DTL-MEMBER-ID      PIC 9(6).
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DTL-MEMBER-NAME    PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-MEMBER-BALANCE PIC $$$,$$$,$$9.99-.

       01  DTL-FAMILY-TOTAL-LINE.
           05  FILLER             PIC X(14) VALUE 'FAMILY TOTAL:'.
           05  DTL-FAMILY-TOTAL   PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-INPUT-PATH     FROM ENVIRONMENT "DD_INPUT_FILE"
           END-IF
           ACCEPT WS-NO-ADDRESS-PATH
               FROM ENVIRONMENT "DD_NO_ADDRESS_FILE"
           ACCEPT WS-BAD-ADDRESS-PATH
               FROM ENVIRONMENT "DD_BAD_ADDRESS_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE
           MOVE WS-DATE-LINE     TO HDR-CONSOL-RUN-DATE

           ACCEPT WS-ACTIVITY-LEDGER-PATH
               FROM ENVIRONMENT "DD_ACTIVITY_LEDGER"
           IF WS-ACTIVITY-LEDGER-PATH NOT = SPACES
               SET WS-LEDGER-ENABLED TO TRUE
               ACCEPT WS-LEDGER-EXCEPTION-PATH
                   FROM ENVIRONMENT "DD_LEDGER_EXCEPTION_FILE"
               PERFORM SET-STATEMENT-CYCLE
               OPEN INPUT ACTIVITY-LEDGER
               IF WS-ACTIVITY-STATUS NOT = '00'
                   DISPLAY "CUSTOMER-STATEMENT: *** CANNOT OPEN "
                       "ACTIVITY LEDGER: "
                       FUNCTION TRIM (WS-ACTIVITY-LEDGER-PATH)
                       " STATUS " WS-ACTIVITY-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT LEDGER-EXCEPTION-FILE
           END-IF

           OPEN INPUT  INPUT-FILE
           OPEN OUTPUT STATEMENT-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
               OPEN OUTPUT NO-ADDRESS-FILE
               OPEN OUTPUT BAD-ADDRESS-FILE
           END-IF

           ACCEPT WS-HIERARCHY-PATH
               FROM ENVIRONMENT "DD_HIERARCHY_FILE"
           IF WS-HIERARCHY-PATH NOT = SPACES
               SET WS-HIERARCHY-ENABLED TO TRUE
               ACCEPT WS-FAMILY-WORK-PATH
                   FROM ENVIRONMENT "DD_FAMILY_WORK_FILE"
               ACCEPT WS-SORT-WORK-PATH
                   FROM ENVIRONMENT "DD_SORT_WORK_FILE"
               ACCEPT WS-SORTED-PATH
                   FROM ENVIRONMENT "DD_SORTED_FILE"
               OPEN INPUT HIERARCHY-FILE
               IF WS-HIERARCHY-STATUS NOT = '00'
                   DISPLAY "CUSTOMER-STATEMENT: *** CANNOT OPEN "
                       "HIERARCHY FILE: "
                       FUNCTION TRIM (WS-HIERARCHY-PATH)
                       " STATUS " WS-HIERARCHY-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT FAMILY-WORK-FILE
           END-IF

           PERFORM WRITE-STATEMENT UNTIL WS-EOF-FLAG = 1

           IF WS-HIERARCHY-ENABLED
               CLOSE FAMILY-WORK-FILE
               PERFORM WRITE-CONSOLIDATED-STATEMENTS
               CLOSE HIERARCHY-FILE
           END-IF

           CLOSE INPUT-FILE
           CLOSE STATEMENT-FILE
           IF WS-ADDRESS-ENABLED
               CLOSE ADDRESS-FILE
               CLOSE NO-ADDRESS-FILE
               CLOSE BAD-ADDRESS-FILE
           END-IF
           IF WS-LEDGER-ENABLED
               CLOSE ACTIVITY-LEDGER
               CLOSE LEDGER-EXCEPTION-FILE
           END-IF

           DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENT-COUNT
           IF WS-HIERARCHY-ENABLED
               DISPLAY "CONSOLIDATED:       " WS-CONSOLIDATED-COUNT
               DISPLAY "ACCOUNTS IN THEM:   " WS-CONSOLIDATED-ACCTS
           END-IF
           IF WS-ADDRESS-ENABLED
               DISPLAY "NO ADDRESS ON FILE: " WS-NO-ADDRESS-COUNT
               DISPLAY "UNDELIVERABLE:      " WS-BAD-ADDRESS-COUNT
           END-IF
           IF WS-LEDGER-ENABLED
               DISPLAY "LEDGER NOT TIED:    " WS-NOT-TIED-COUNT
               IF WS-NOT-TIED-COUNT > 0
                   DISPLAY "CUSTOMER-STATEMENT: *** LEDGER DOES NOT "
                       "TIE TO MASTER, SEE EXCEPTION FILE ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> With an address file in play, an account with no address gets
      *> an exception line instead of a statement the mail house can't
      *> send; the statement prints next cycle once the address batch
      *> catches up. An undeliverable address goes on the bad-address
      *> worklist instead. A ledger that doesn't tie holds the statement
      *> the same way, ahead of the address check. An account in a
      *> consolidating family is set aside for its family's statement
      *> ahead of both.
       WRITE-STATEMENT.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-CONSOLIDATED-SW
                   IF WS-HIERARCHY-ENABLED
                       PERFORM CHECK-CONSOLIDATION
                   END-IF
                   IF WS-LEDGER-ENABLED AND NOT WS-CONSOLIDATED-MEMBER
                       PERFORM TIE-OUT-LEDGER
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CONSOLIDATED-MEMBER
                           PERFORM WRITE-FAMILY-WORK
                       WHEN NOT WS-LEDGER-TIED
                           PERFORM WRITE-LEDGER-EXCEPTION
                       WHEN WS-ADDRESS-ENABLED
                           PERFORM LOOKUP-ADDRESS
                           EVALUATE TRUE
                               WHEN NOT WS-ADDRESS-FOUND
                                   PERFORM WRITE-NO-ADDRESS-EXCEPTION
                               WHEN ADR-UNDELIVERABLE
                                   MOVE IN-CUST-NAME TO WS-MAILING-NAME
                                   PERFORM WRITE-BAD-ADDRESS-ENTRY
                               WHEN OTHER
                                   PERFORM WRITE-STATEMENT-BODY
                                   ADD 1 TO WS-STATEMENT-COUNT
                           END-EVALUATE
                       WHEN OTHER
                           PERFORM WRITE-STATEMENT-BODY
                           ADD 1 TO WS-STATEMENT-COUNT
                   END-EVALUATE
           END-READ.

       LOOKUP-ADDRESS.
           ADD 1 TO WS-NO-ADDRESS-COUNT
           .

      *> The address just read is the one that came back; the name is
      *> whoever the statement would have been mailed to.
       WRITE-BAD-ADDRESS-ENTRY.
           MOVE ADR-CUST-ID      TO BADR-CUST-ID
           MOVE WS-MAILING-NAME  TO BADR-CUST-NAME
           MOVE 'STMT'           TO BADR-PIECE-TYPE
           MOVE ADR-UNDELIV-DATE TO BADR-UNDELIV-DATE
           MOVE ADR-RETURN-DATE  TO BADR-RETURN-DATE
           MOVE ADR-RETURN-PIECE TO BADR-RETURN-PIECE
           MOVE ADR-RETURN-COUNT TO BADR-RETURN-COUNT
           WRITE BAD-ADDRESS-RECORD
           ADD 1 TO WS-BAD-ADDRESS-COUNT
           .

      *> Mailing block at the top of the page: name, street lines,
      *> composed city/state/postal, and the contact when one is on
      *> file.
       WRITE-ADDRESS-BLOCK.
           MOVE WS-MAILING-NAME TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ADR-STREET-1   TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-ADDRESS-ENABLED
               MOVE IN-CUST-NAME TO WS-MAILING-NAME
               PERFORM WRITE-ADDRESS-BLOCK
           END-IF

           MOVE DTL-NAME-LINE  TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-LEDGER-ENABLED
               PERFORM WRITE-ACTIVITY-SECTION
           ELSE
               MOVE IN-BALANCE     TO DTL-BALANCE
               MOVE DTL-BALANCE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE IN-DISCOUNT    TO DTL-DISCOUNT
           MOVE DTL-DISCOUNT-LINE TO STATEMENT-LINE
                       TO DTL-TIER-LINE
           END-EVALUATE
           .

      *> The cycle runs from DD_CYCLE_START to DD_CYCLE_END, both
      *> YYYYMMDD; left off, it is the first of this month through
      *> today.
       SET-STATEMENT-CYCLE.
           MOVE WS-RUN-DATE TO WS-CYCLE-START
           MOVE '01'        TO WS-CYCLE-START(7:2)
           ACCEPT WS-CYCLE-START-IN FROM ENVIRONMENT "DD_CYCLE_START"
           IF WS-CYCLE-START-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-CYCLE-START-IN)) = 0
                   COMPUTE WS-CYCLE-START = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CYCLE-START-IN))
               ELSE
                   DISPLAY "CUSTOMER-STATEMENT: DD_CYCLE_START VALUE '"
                       FUNCTION TRIM (WS-CYCLE-START-IN)
                       "' IS NOT NUMERIC, USING DEFAULT"
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-CYCLE-END
           ACCEPT WS-CYCLE-END-IN FROM ENVIRONMENT "DD_CYCLE_END"
           IF WS-CYCLE-END-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-CYCLE-END-IN)) = 0
                   COMPUTE WS-CYCLE-END = FUNCTION NUMVAL
                       (FUNCTION TRIM (WS-CYCLE-END-IN))
               ELSE
                   DISPLAY "CUSTOMER-STATEMENT: DD_CYCLE_END VALUE '"
                       FUNCTION TRIM (WS-CYCLE-END-IN)
                       "' IS NOT NUMERIC, USING DEFAULT"
               END-IF
           END-IF
           MOVE WS-CYCLE-START(1:4) TO WS-DATE-YYYY
           MOVE WS-CYCLE-START(5:2) TO WS-DATE-MM
           MOVE WS-CYCLE-START(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE        TO DTL-CYCLE-START
           MOVE WS-CYCLE-END(1:4)   TO WS-DATE-YYYY
           MOVE WS-CYCLE-END(5:2)   TO WS-DATE-MM
           MOVE WS-CYCLE-END(7:2)   TO WS-DATE-DD
           MOVE WS-DATE-LINE        TO DTL-CYCLE-END
           .

      *> Positions the ledger on the customer's first entry.
       START-CUSTOMER-LEDGER.
           MOVE 0 TO WS-LEDGER-EOF-SW
           MOVE IN-CUST-ID TO ACT-CUST-ID
           MOVE 0          TO ACT-DATE
           MOVE 0          TO ACT-TIME
           MOVE 0          TO ACT-SEQ
           START ACTIVITY-LEDGER KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY
                   SET WS-LEDGER-DONE TO TRUE
           END-START
           IF NOT WS-LEDGER-DONE
               PERFORM READ-NEXT-ACTIVITY
           END-IF
           .

       READ-NEXT-ACTIVITY.
           READ ACTIVITY-LEDGER NEXT RECORD
               AT END
                   SET WS-LEDGER-DONE TO TRUE
               NOT AT END
                   IF ACT-CUST-ID NOT = IN-CUST-ID
                       SET WS-LEDGER-DONE TO TRUE
                   END-IF
           END-READ
           .

      *> The opening balance is what the last entry before the cycle
      *> left; with none, what the first entry in the cycle started
      *> from; with no entries at all, the master balance itself (an
      *> account nothing has moved since the ledger began). Opening
      *> plus everything posted since the cycle began -- including
      *> anything dated after a DD_CYCLE_END in the past -- has to
      *> come to the balance CUSTOMER-REPORT carried from the master.
       TIE-OUT-LEDGER.
           MOVE 0 TO WS-OPENING-FOUND-SW
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-LEDGER-BALANCE
           PERFORM START-CUSTOMER-LEDGER
           PERFORM TIE-OUT-ONE-ENTRY UNTIL WS-LEDGER-DONE
           IF NOT WS-OPENING-FOUND
               MOVE IN-BALANCE TO WS-OPENING-BALANCE
           END-IF
           ADD WS-OPENING-BALANCE TO WS-LEDGER-BALANCE
           COMPUTE WS-LEDGER-DIFFERENCE =
               WS-LEDGER-BALANCE - IN-BALANCE
           IF WS-LEDGER-DIFFERENCE = 0
               MOVE 1 TO WS-LEDGER-TIED-SW
           ELSE
               MOVE 0 TO WS-LEDGER-TIED-SW
           END-IF
           .

       TIE-OUT-ONE-ENTRY.
           IF ACT-DATE < WS-CYCLE-START
               MOVE ACT-BALANCE-AFTER TO WS-OPENING-BALANCE
               SET WS-OPENING-FOUND TO TRUE
           ELSE
               IF NOT WS-OPENING-FOUND
                   COMPUTE WS-OPENING-BALANCE =
                       ACT-BALANCE-AFTER - ACT-AMOUNT
                   SET WS-OPENING-FOUND TO TRUE
               END-IF
               ADD ACT-AMOUNT TO WS-LEDGER-BALANCE
           END-IF
           PERFORM READ-NEXT-ACTIVITY
           .

       WRITE-LEDGER-EXCEPTION.
           MOVE IN-CUST-ID           TO LEX-CUST-ID
           MOVE IN-CUST-NAME         TO LEX-CUST-NAME
           MOVE WS-LEDGER-BALANCE    TO LEX-LEDGER-BALANCE
           MOVE IN-BALANCE           TO LEX-MASTER-BALANCE
           MOVE WS-LEDGER-DIFFERENCE TO LEX-DIFFERENCE
           WRITE LEDGER-EXCEPTION-RECORD
           ADD 1 TO WS-NOT-TIED-COUNT
           .

      *> Opening balance, the cycle's entries with a running balance,
      *> and the closing balance, in place of the single balance line.
       WRITE-ACTIVITY-SECTION.
           MOVE DTL-CYCLE-LINE     TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OPENING-BALANCE TO DTL-OPENING
           MOVE DTL-OPENING-LINE   TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES             TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE DTL-ACTIVITY-HEADING TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE 0                  TO WS-CYCLE-LINES
           PERFORM START-CUSTOMER-LEDGER
           PERFORM WRITE-ONE-ACTIVITY-LINE UNTIL WS-LEDGER-DONE
           IF WS-CYCLE-LINES = 0
               MOVE 'NO ACTIVITY THIS STATEMENT PERIOD.'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE SPACES             TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-RUNNING-BALANCE TO DTL-CLOSING
           MOVE DTL-CLOSING-LINE   TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .

       WRITE-ONE-ACTIVITY-LINE.
           IF ACT-DATE NOT < WS-CYCLE-START
              AND ACT-DATE NOT > WS-CYCLE-END
               ADD ACT-AMOUNT          TO WS-RUNNING-BALANCE
               MOVE ACT-DATE(1:4)      TO WS-DATE-YYYY
               MOVE ACT-DATE(5:2)      TO WS-DATE-MM
               MOVE ACT-DATE(7:2)      TO WS-DATE-DD
               MOVE WS-DATE-LINE       TO DTL-ACT-DATE
               MOVE ACT-TYPE           TO DTL-ACT-TYPE
               MOVE ACT-AMOUNT         TO DTL-ACT-AMOUNT
               MOVE WS-RUNNING-BALANCE TO DTL-ACT-BALANCE
               MOVE DTL-ACTIVITY-LINE  TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-CYCLE-LINES
           END-IF
           PERFORM READ-NEXT-ACTIVITY
           .

      *> Climbs from the account to its head office. Only a family
      *> whose head has elected it is consolidated; an account whose
      *> chain is broken gets its own statement as before, so nothing
      *> goes unmailed.
       CHECK-CONSOLIDATION.
           MOVE IN-CUST-ID TO WS-WALK-ID
           MOVE 0 TO WS-WALK-LEVELS
           MOVE 0 TO WS-WALK-DONE-SW
           PERFORM CLIMB-ONE-LEVEL UNTIL WS-WALK-DONE
           .

       CLIMB-ONE-LEVEL.
           ADD 1 TO WS-WALK-LEVELS
           IF WS-WALK-LEVELS > WS-MAX-LEVELS
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-WALK-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-HIERARCHY-NOT-FOUND
                       SET WS-WALK-DONE TO TRUE
                   WHEN HIR-PARENT-ID = 0
                       IF HIR-CONSOLIDATED
                           MOVE WS-WALK-ID TO WS-HEAD-ID
                           SET WS-CONSOLIDATED-MEMBER TO TRUE
                       END-IF
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE HIR-PARENT-ID TO WS-WALK-ID
               END-EVALUATE
           END-IF
           .

       WRITE-FAMILY-WORK.
           MOVE WS-HEAD-ID   TO CFW-HEAD-ID
           IF IN-CUST-ID = WS-HEAD-ID
               MOVE 0 TO CFW-HEAD-FLAG
           ELSE
               MOVE 1 TO CFW-HEAD-FLAG
           END-IF
           MOVE IN-CUST-ID   TO CFW-CUST-ID
           MOVE IN-CUST-NAME TO CFW-CUST-NAME
           MOVE IN-BALANCE   TO CFW-BALANCE
           WRITE FAMILY-WORK-RECORD
           .

      *> One statement per family, in head-office order, with the
      *> head office's own account first.
       WRITE-CONSOLIDATED-STATEMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-HEAD-ID
                                SRT-HEAD-FLAG
                                SRT-CUST-ID
               USING FAMILY-WORK-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM WRITE-FAMILY-MEMBER UNTIL WS-EOF-FLAG = 1
           IF WS-FAMILY-OPEN
               PERFORM CLOSE-FAMILY-STATEMENT
           END-IF
           CLOSE SORTED-FILE
           .

       WRITE-FAMILY-MEMBER.
           READ SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF NOT WS-FAMILY-OPEN
                      OR SRT-OUT-HEAD-ID NOT = WS-CURRENT-HEAD-ID
                       IF WS-FAMILY-OPEN
                           PERFORM CLOSE-FAMILY-STATEMENT
                       END-IF
                       PERFORM OPEN-FAMILY-STATEMENT
                   END-IF
                   IF NOT WS-FAMILY-HELD
                       MOVE SRT-OUT-CUST-ID   TO DTL-MEMBER-ID
                       MOVE SRT-OUT-CUST-NAME TO DTL-MEMBER-NAME
                       MOVE SRT-OUT-BALANCE   TO DTL-MEMBER-BALANCE
                       MOVE DTL-MEMBER-LINE   TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       ADD SRT-OUT-BALANCE TO WS-FAMILY-BALANCE
                       ADD 1 TO WS-CONSOLIDATED-ACCTS
                   END-IF
           END-READ.

      *> The statement goes to the head office. Its name comes from
      *> the first line of the family, which is the head office's own
      *> account unless that account wasn't in this cycle's input. A
      *> head office with no address on file holds the whole family's
      *> statement on the no-address list, and one whose address is
      *> undeliverable holds it on the bad-address worklist, the same
      *> as a single account's.
       OPEN-FAMILY-STATEMENT.
           SET WS-FAMILY-OPEN TO TRUE
           MOVE 0 TO WS-FAMILY-HELD-SW
           MOVE 0 TO WS-FAMILY-BALANCE
           MOVE SRT-OUT-HEAD-ID   TO WS-CURRENT-HEAD-ID
           MOVE SRT-OUT-CUST-NAME TO WS-MAILING-NAME
           IF WS-ADDRESS-ENABLED
               MOVE SRT-OUT-HEAD-ID TO ADR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-ADDRESS-FOUND
                       SET WS-FAMILY-HELD TO TRUE
                       MOVE SRT-OUT-HEAD-ID TO NOADR-CUST-ID
                       MOVE WS-MAILING-NAME TO NOADR-CUST-NAME
                       WRITE NO-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   WHEN ADR-UNDELIVERABLE
                       SET WS-FAMILY-HELD TO TRUE
                       PERFORM WRITE-BAD-ADDRESS-ENTRY
               END-EVALUATE
           END-IF

           IF NOT WS-FAMILY-HELD
               MOVE HDR-CONSOL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES          TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-ADDRESS-ENABLED
                   PERFORM WRITE-ADDRESS-BLOCK
               END-IF
               MOVE SRT-OUT-HEAD-ID TO DTL-HEAD-ID
               MOVE DTL-HEAD-LINE   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES          TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE DTL-MEMBER-HEADING TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           .

       CLOSE-FAMILY-STATEMENT.
           IF NOT WS-FAMILY-HELD
               MOVE SPACES            TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-FAMILY-BALANCE TO DTL-FAMILY-TOTAL
               MOVE DTL-FAMILY-TOTAL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES            TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE ALL '-'           TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES            TO STATEMENT-LINE
               WRITE STATEMENT-LINE BEFORE ADVANCING PAGE
               ADD 1 TO WS-CONSOLIDATED-COUNT
           END-IF
           MOVE 0 TO WS-FAMILY-OPEN-SW
           .

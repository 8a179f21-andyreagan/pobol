      *> report with a sequence number per customer so leadership can
      *> get a "top accounts" list straight out of the batch run
      *> instead of exporting OUTPUT-FILE to a spreadsheet to sort it.
      *> With DD_RANK_BY=FAMILY the ranking is by corporate family
      *> instead of by account. Each account is climbed through
      *> HIERARCHY-MAINTENANCE's hierarchy file (DD_HIERARCHY_FILE) to
      *> its head office, and the family's balances and discounts are
      *> totalled into one line under the head office's ID and name.
      *> The family lines are then ranked by that total. An account in
      *> no family ranks as a family of one. DD_RANK_BY=ACCOUNT, or
      *> leaving it off, ranks accounts exactly as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKING-FILE ASSIGN TO WS-RANKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIERARCHY-FILE ASSIGN TO
               WS-HIERARCHY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT FAMILY-WORK-FILE ASSIGN TO WS-FAMILY-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAMILY-SORT-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT FAMILY-SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAMILY-TOTAL-FILE ASSIGN TO WS-FAMILY-TOTAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOTAL-SORT-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-TOTAL-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  RNK-CUST-NAME    PIC X(30).
           05  RNK-BALANCE      PIC S9(7)V9(2).
           05  RNK-DISCOUNT     PIC 9(7)V9(2).
      *> Family ranking line: the head office's ID and name, how many
      *> accounts the family has, and its totals, which can run past
      *> what one account's balance field holds.
       01  FAMILY-RANKING-RECORD.
           05  RNKF-RANK        PIC 9(6).
           05  RNKF-HEAD-ID     PIC 9(6).
           05  RNKF-HEAD-NAME   PIC X(30).
           05  RNKF-MEMBERS     PIC 9(5).
           05  RNKF-BALANCE     PIC S9(11)V9(2).
           05  RNKF-DISCOUNT    PIC 9(11)V9(2).

      *> Same layout HIERARCHY-MAINTENANCE maintains.
       FD  HIERARCHY-FILE.
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID            PIC 9(6).
           05  HIR-PARENT-ID          PIC 9(6).
           05  HIR-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  HIR-CONSOLIDATE        PIC X(1).
               88  HIR-CONSOLIDATED          VALUE 'Y'.
           05  HIR-LINKED-DATE        PIC 9(8).

      *> Each account tagged with its head office. FWK-HEAD-FLAG is 0
      *> on the head office's own line so it sorts ahead of its
      *> subsidiaries and names the family.
       FD  FAMILY-WORK-FILE.
       01  FAMILY-WORK-RECORD.
           05  FWK-HEAD-ID      PIC 9(6).
           05  FWK-HEAD-FLAG    PIC 9(1).
           05  FWK-CUST-ID      PIC 9(6).
           05  FWK-CUST-NAME    PIC X(30).
           05  FWK-BALANCE      PIC S9(7)V9(2).
           05  FWK-DISCOUNT     PIC 9(7)V9(2).

       SD  FAMILY-SORT-FILE.
       01  FAMILY-SORT-RECORD.
           05  FSR-HEAD-ID      PIC 9(6).
           05  FSR-HEAD-FLAG    PIC 9(1).
           05  FSR-CUST-ID      PIC 9(6).
           05  FSR-CUST-NAME    PIC X(30).
           05  FSR-BALANCE      PIC S9(7)V9(2).
           05  FSR-DISCOUNT     PIC 9(7)V9(2).

       FD  FAMILY-SORTED-FILE.
       01  FAMILY-SORTED-RECORD.
           05  FSO-HEAD-ID      PIC 9(6).
           05  FSO-HEAD-FLAG    PIC 9(1).
           05  FSO-CUST-ID      PIC 9(6).
           05  FSO-CUST-NAME    PIC X(30).
           05  FSO-BALANCE      PIC S9(7)V9(2).
           05  FSO-DISCOUNT     PIC 9(7)V9(2).

      *> One line per family, ready to rank.
       FD  FAMILY-TOTAL-FILE.
       01  FAMILY-TOTAL-RECORD.
           05  FTL-HEAD-ID      PIC 9(6).
           05  FTL-HEAD-NAME    PIC X(30).
           05  FTL-MEMBERS      PIC 9(5).
           05  FTL-BALANCE      PIC S9(11)V9(2).
           05  FTL-DISCOUNT     PIC 9(11)V9(2).

       SD  TOTAL-SORT-FILE.
       01  TOTAL-SORT-RECORD.
           05  TSR-HEAD-ID      PIC 9(6).
           05  TSR-HEAD-NAME    PIC X(30).
           05  TSR-MEMBERS      PIC 9(5).
           05  TSR-BALANCE      PIC S9(11)V9(2).
           05  TSR-DISCOUNT     PIC 9(11)V9(2).

       FD  SORTED-TOTAL-FILE.
       01  SORTED-TOTAL-RECORD.
           05  TSO-HEAD-ID      PIC 9(6).
           05  TSO-HEAD-NAME    PIC X(30).
           05  TSO-MEMBERS      PIC 9(5).
           05  TSO-BALANCE      PIC S9(11)V9(2).
           05  TSO-DISCOUNT     PIC 9(11)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-PATH        PIC X(256).
       01  WS-TOP-N             PIC 9(6) VALUE 9999.
       01  WS-RANK-COUNT        PIC 9(6) VALUE 0.

      *> Family ranking. DD_SORT_WORK_FILE and DD_SORTED_FILE serve
      *> both of its sorts, one after the other.
       01  WS-RANK-BY           PIC X(8) VALUE 'ACCOUNT'.
           88  WS-RANK-BY-FAMILY       VALUE 'FAMILY'.
       01  WS-HIERARCHY-PATH    PIC X(256).
       01  WS-HIERARCHY-STATUS  PIC X(2).
           88  WS-HIERARCHY-NOT-FOUND  VALUE '23'.
       01  WS-FAMILY-WORK-PATH  PIC X(256).
       01  WS-FAMILY-TOTAL-PATH PIC X(256).
       01  WS-WALK-ID           PIC 9(6).
       01  WS-WALK-LEVELS       PIC 9(4).
       01  WS-MAX-LEVELS        PIC 9(4) VALUE 50.
       01  WS-WALK-DONE-SW      PIC 9 VALUE 0.
           88  WS-WALK-DONE            VALUE 1.
       01  WS-HEAD-ID           PIC 9(6).
       01  WS-FAMILY-OPEN-SW    PIC 9 VALUE 0.
           88  WS-FAMILY-OPEN          VALUE 1.
       01  WS-FAMILY-HEAD-ID    PIC 9(6).
       01  WS-FAMILY-HEAD-NAME  PIC X(30).
       01  WS-FAMILY-MEMBERS    PIC 9(5).
       01  WS-FAMILY-BALANCE    PIC S9(11)V9(2).
       01  WS-FAMILY-DISCOUNT   PIC 9(11)V9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-INPUT-PATH   FROM ENVIRONMENT "DD_INPUT_FILE"
                       "' IS NOT NUMERIC, USING DEFAULT TOP-N"
               END-IF
           END-IF
           ACCEPT WS-RANK-BY      FROM ENVIRONMENT "DD_RANK_BY"
           IF WS-RANK-BY = SPACES
               MOVE 'ACCOUNT' TO WS-RANK-BY
           END-IF
           IF WS-RANK-BY NOT = 'ACCOUNT' AND NOT = 'FAMILY'
               DISPLAY "CUSTOMER-RANKING: DD_RANK_BY VALUE '"
                   FUNCTION TRIM (WS-RANK-BY)
                   "' IS NOT ACCOUNT OR FAMILY, RANKING BY ACCOUNT"
               MOVE 'ACCOUNT' TO WS-RANK-BY
           END-IF

           IF WS-RANK-BY-FAMILY
               PERFORM RANK-BY-FAMILY
           ELSE
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SRT-BALANCE
                   USING INPUT-FILE
                   GIVING SORTED-FILE

               OPEN INPUT SORTED-FILE
               OPEN OUTPUT RANKING-FILE
               PERFORM WRITE-RANKING UNTIL WS-EOF-FLAG = 1
               CLOSE SORTED-FILE
               CLOSE RANKING-FILE
           END-IF
           STOP RUN.

       WRITE-RANKING.
                       MOVE 1 TO WS-EOF-FLAG
                   END-IF
           END-READ.

      *> Tags every account with its head office, totals each family
      *> in head-office order, then ranks the family totals.
       RANK-BY-FAMILY.
           ACCEPT WS-HIERARCHY-PATH
               FROM ENVIRONMENT "DD_HIERARCHY_FILE"
           ACCEPT WS-FAMILY-WORK-PATH
               FROM ENVIRONMENT "DD_FAMILY_WORK_FILE"
           ACCEPT WS-FAMILY-TOTAL-PATH
               FROM ENVIRONMENT "DD_FAMILY_TOTAL_FILE"
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS NOT = '00'
               DISPLAY "CUSTOMER-RANKING: *** CANNOT OPEN HIERARCHY "
                   "FILE: " FUNCTION TRIM (WS-HIERARCHY-PATH)
                   " STATUS " WS-HIERARCHY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT FAMILY-WORK-FILE
           PERFORM TAG-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 1
           CLOSE INPUT-FILE
           CLOSE FAMILY-WORK-FILE
           CLOSE HIERARCHY-FILE

           SORT FAMILY-SORT-FILE
               ON ASCENDING KEY FSR-HEAD-ID
                                FSR-HEAD-FLAG
                                FSR-CUST-ID
               USING FAMILY-WORK-FILE
               GIVING FAMILY-SORTED-FILE

           OPEN INPUT FAMILY-SORTED-FILE
           OPEN OUTPUT FAMILY-TOTAL-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM TOTAL-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 1
           IF WS-FAMILY-OPEN
               PERFORM WRITE-FAMILY-TOTAL
           END-IF
           CLOSE FAMILY-SORTED-FILE
           CLOSE FAMILY-TOTAL-FILE

           SORT TOTAL-SORT-FILE
               ON DESCENDING KEY TSR-BALANCE
               USING FAMILY-TOTAL-FILE
               GIVING SORTED-TOTAL-FILE

           OPEN INPUT SORTED-TOTAL-FILE
           OPEN OUTPUT RANKING-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM WRITE-FAMILY-RANKING UNTIL WS-EOF-FLAG = 1
           CLOSE SORTED-TOTAL-FILE
           CLOSE RANKING-FILE
           .

      *> An account in no family, or whose chain is broken, is its
      *> own head office.
       TAG-ONE-ACCOUNT.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   MOVE IN-CUST-ID TO WS-HEAD-ID
                   MOVE IN-CUST-ID TO WS-WALK-ID
                   MOVE 0 TO WS-WALK-LEVELS
                   MOVE 0 TO WS-WALK-DONE-SW
                   PERFORM CLIMB-ONE-LEVEL UNTIL WS-WALK-DONE
                   MOVE WS-HEAD-ID   TO FWK-HEAD-ID
                   IF IN-CUST-ID = WS-HEAD-ID
                       MOVE 0 TO FWK-HEAD-FLAG
                   ELSE
                       MOVE 1 TO FWK-HEAD-FLAG
                   END-IF
                   MOVE IN-CUST-ID   TO FWK-CUST-ID
                   MOVE IN-CUST-NAME TO FWK-CUST-NAME
                   MOVE IN-BALANCE   TO FWK-BALANCE
                   MOVE IN-DISCOUNT  TO FWK-DISCOUNT
                   WRITE FAMILY-WORK-RECORD
           END-READ.

       CLIMB-ONE-LEVEL.
           ADD 1 TO WS-WALK-LEVELS
           IF WS-WALK-LEVELS > WS-MAX-LEVELS
               MOVE IN-CUST-ID TO WS-HEAD-ID
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-WALK-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-HIERARCHY-NOT-FOUND
                       MOVE IN-CUST-ID TO WS-HEAD-ID
                       SET WS-WALK-DONE TO TRUE
                   WHEN HIR-PARENT-ID = 0
                       MOVE WS-WALK-ID TO WS-HEAD-ID
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE HIR-PARENT-ID TO WS-WALK-ID
               END-EVALUATE
           END-IF
           .

      *> The family is named for its first line -- the head office's
      *> own account, unless that account isn't in the input.
       TOTAL-ONE-ACCOUNT.
           READ FAMILY-SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF NOT WS-FAMILY-OPEN
                      OR FSO-HEAD-ID NOT = WS-FAMILY-HEAD-ID
                       IF WS-FAMILY-OPEN
                           PERFORM WRITE-FAMILY-TOTAL
                       END-IF
                       SET WS-FAMILY-OPEN TO TRUE
                       MOVE FSO-HEAD-ID   TO WS-FAMILY-HEAD-ID
                       MOVE FSO-CUST-NAME TO WS-FAMILY-HEAD-NAME
                       MOVE 0 TO WS-FAMILY-MEMBERS
                       MOVE 0 TO WS-FAMILY-BALANCE
                       MOVE 0 TO WS-FAMILY-DISCOUNT
                   END-IF
                   ADD 1            TO WS-FAMILY-MEMBERS
                   ADD FSO-BALANCE  TO WS-FAMILY-BALANCE
                   ADD FSO-DISCOUNT TO WS-FAMILY-DISCOUNT
           END-READ.

       WRITE-FAMILY-TOTAL.
           MOVE WS-FAMILY-HEAD-ID   TO FTL-HEAD-ID
           MOVE WS-FAMILY-HEAD-NAME TO FTL-HEAD-NAME
           MOVE WS-FAMILY-MEMBERS   TO FTL-MEMBERS
           MOVE WS-FAMILY-BALANCE   TO FTL-BALANCE
           MOVE WS-FAMILY-DISCOUNT  TO FTL-DISCOUNT
           WRITE FAMILY-TOTAL-RECORD
           .

       WRITE-FAMILY-RANKING.
           READ SORTED-TOTAL-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RANK-COUNT < WS-TOP-N
                       ADD 1 TO WS-RANK-COUNT
                       MOVE WS-RANK-COUNT TO RNKF-RANK
                       MOVE TSO-HEAD-ID   TO RNKF-HEAD-ID
                       MOVE TSO-HEAD-NAME TO RNKF-HEAD-NAME
                       MOVE TSO-MEMBERS   TO RNKF-MEMBERS
                       MOVE TSO-BALANCE   TO RNKF-BALANCE
                       MOVE TSO-DISCOUNT  TO RNKF-DISCOUNT
                       WRITE FAMILY-RANKING-RECORD
                   ELSE
                       MOVE 1 TO WS-EOF-FLAG
                   END-IF
           END-READ.

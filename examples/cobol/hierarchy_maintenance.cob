       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERARCHY-MAINTENANCE.
      *> Maintains the keyed corporate hierarchy file that ties a
      *> commercial customer's master IDs together: one record per
      *> account in a family, keyed by its own ID and naming the
      *> account directly above it. The head office of a family is
      *> the record whose parent is zero; it alone carries the family's
      *> credit limit and whether the family has elected one
      *> consolidated statement. A subsidiary may have subsidiaries of
      *> its own, so a family can be several levels deep.
      *> FAMILY-EXPOSURE totals balances up each family against the
      *> family limit, CUSTOMER-STATEMENT prints the consolidated
      *> statement, and CUSTOMER-RANKING can rank families.
      *> Applies a transaction file of add/change/delete actions the
      *> way OVERRIDE-MAINTENANCE does, each validated before it
      *> touches the file and anything that fails written to
      *> REJECT-FILE with a reason code. On top of the field checks,
      *> the structure is protected: both the account and its parent
      *> must be on the customer master, a parent must already be in
      *> the hierarchy (so a family is built from the head office
      *> down and every chain ends at a head), re-parenting an account
      *> under one of its own descendants is refused as a cycle, and
      *> an account with subsidiaries still linked to it can't be
      *> deleted until they are moved or deleted first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIERARCHY-FILE ASSIGN TO
               WS-HIERARCHY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> HIR-PARENT-ID zero marks the head office. HIR-FAMILY-LIMIT
      *> (zero for none) and HIR-CONSOLIDATE are the family's, and are
      *> only ever set on the head office's record.
       FD  HIERARCHY-FILE.
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID            PIC 9(6).
           05  HIR-PARENT-ID          PIC 9(6).
           05  HIR-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  HIR-CONSOLIDATE        PIC X(1).
               88  HIR-CONSOLIDATED          VALUE 'Y'.
           05  HIR-LINKED-DATE        PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Transaction record: a leading action code followed by the
      *> hierarchy fields. A = add, C = change, D = delete; a delete
      *> carries only the customer ID.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  HTX-ACTION             PIC X(1).
           05  HTX-CUST-ID            PIC 9(6).
           05  HTX-PARENT-ID          PIC 9(6).
           05  HTX-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  HTX-CONSOLIDATE        PIC X(1).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(25).
           05  REJ-REASON-CODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-HIERARCHY-PATH      PIC X(256).
       01  WS-HIERARCHY-STATUS    PIC X(2).
           88  WS-HIERARCHY-FOUND        VALUE '00'.
           88  WS-HIERARCHY-NOT-FOUND    VALUE '23'.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-ADDED               PIC 9(6) VALUE 0.
       01  WS-CHANGED             PIC 9(6) VALUE 0.
       01  WS-DELETED             PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID        VALUE 1.
           88  WS-RECORD-IS-INVALID      VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

      *> Walking up a family from a proposed parent to its head
      *> office. No real family is anywhere near WS-MAX-LEVELS deep;
      *> the cap only stops a damaged file from looping the run.
       01  WS-WALK-ID             PIC 9(6).
       01  WS-WALK-LEVELS         PIC 9(4).
       01  WS-MAX-LEVELS          PIC 9(4) VALUE 50.
       01  WS-WALK-DONE-SW        PIC 9 VALUE 0.
           88  WS-WALK-DONE              VALUE 1.
       01  WS-OLD-PARENT-ID       PIC 9(6).
       01  WS-OLD-LINKED-DATE     PIC 9(8).
       01  WS-CHILD-FOUND-SW      PIC 9 VALUE 0.
           88  WS-CHILD-FOUND            VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-HIERARCHY-PATH
               FROM ENVIRONMENT "DD_HIERARCHY_FILE"
           ACCEPT WS-MASTER-PATH
               FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS = '35'
               OPEN OUTPUT HIERARCHY-FILE
               CLOSE HIERARCHY-FILE
               OPEN I-O HIERARCHY-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "HIERARCHY-MAINTENANCE: *** CANNOT OPEN MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               CLOSE HIERARCHY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE HIERARCHY-FILE
           CLOSE MASTER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE

           DISPLAY "TRANSACTIONS READ: " WS-RECORDS-READ
           DISPLAY "ADDED:             " WS-ADDED
           DISPLAY "CHANGED:           " WS-CHANGED
           DISPLAY "DELETED:           " WS-DELETED
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

      *> Field checks only; the structural checks need the files and
      *> are made as the transaction applies. A family limit or a
      *> consolidation election on anything but a head office would
      *> never be looked at, so it is refused rather than kept.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN HTX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTN'   TO WS-REJECT-REASON
               WHEN HTX-CUST-ID NOT NUMERIC
                 OR HTX-CUST-ID = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'     TO WS-REJECT-REASON
               WHEN HTX-ACTION = 'D'
                   CONTINUE
               WHEN HTX-PARENT-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-PARENT' TO WS-REJECT-REASON
               WHEN HTX-PARENT-ID = HTX-CUST-ID
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'SELF-PRNT'  TO WS-REJECT-REASON
               WHEN HTX-FAMILY-LIMIT NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-LIMIT'  TO WS-REJECT-REASON
               WHEN HTX-CONSOLIDATE NOT = 'Y' AND NOT = 'N'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-CONSOL' TO WS-REJECT-REASON
               WHEN HTX-PARENT-ID NOT = 0
                AND (HTX-FAMILY-LIMIT NOT = 0
                     OR HTX-CONSOLIDATE = 'Y')
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NOT-HEAD'   TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           EVALUATE HTX-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-DELETE
           END-EVALUATE
           .

       APPLY-ADD.
           MOVE HTX-CUST-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-HIERARCHY-FOUND
               MOVE 'DUP-ID' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM CHECK-STRUCTURE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION-OUT
               ELSE
                   MOVE WS-RUN-DATE TO WS-OLD-LINKED-DATE
                   PERFORM MOVE-TXN-TO-HIERARCHY
                   WRITE HIERARCHY-RECORD
                       INVALID KEY
                           MOVE 'DUP-ID' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED
                   END-WRITE
               END-IF
           END-IF
           .

      *> The linked date is when the account joined its current
      *> parent, so it only moves when the parent does.
       APPLY-CHANGE.
           MOVE HTX-CUST-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-HIERARCHY-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               MOVE HIR-PARENT-ID   TO WS-OLD-PARENT-ID
               MOVE HIR-LINKED-DATE TO WS-OLD-LINKED-DATE
               IF HTX-PARENT-ID NOT = WS-OLD-PARENT-ID
                   MOVE WS-RUN-DATE TO WS-OLD-LINKED-DATE
               END-IF
               PERFORM CHECK-STRUCTURE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION-OUT
               ELSE
                   PERFORM MOVE-TXN-TO-HIERARCHY
                   REWRITE HIERARCHY-RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGED
                   END-REWRITE
               END-IF
           END-IF
           .

      *> Deleting an account that still has subsidiaries would leave
      *> them pointing at nothing.
       APPLY-DELETE.
           MOVE HTX-CUST-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-HIERARCHY-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM FIND-CHILD
               IF WS-CHILD-FOUND
                   MOVE 'HAS-CHILD' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               ELSE
                   MOVE HTX-CUST-ID TO HIR-CUST-ID
                   DELETE HIERARCHY-FILE RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED
                   END-DELETE
               END-IF
           END-IF
           .

      *> The account has to be a real customer, and so does its
      *> parent. A parent not yet in the hierarchy would leave the
      *> account an orphan with no head office above it, and a parent
      *> that turns out to sit below the account would close a loop.
      *> Leaves WS-REJECT-REASON blank when the link is sound.
       CHECK-STRUCTURE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE HTX-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MASTER-NOT-FOUND
               MOVE 'NO-CUST' TO WS-REJECT-REASON
           ELSE
               IF HTX-PARENT-ID NOT = 0
                   MOVE HTX-PARENT-ID TO MST-CUST-ID
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MASTER-NOT-FOUND
                       MOVE 'NO-PARENT' TO WS-REJECT-REASON
                   ELSE
                       PERFORM WALK-TO-HEAD
                   END-IF
               END-IF
           END-IF
           .

      *> Climbs from the proposed parent to the head office. Meeting
      *> the account itself on the way up means the account would
      *> become its own ancestor.
       WALK-TO-HEAD.
           MOVE HTX-PARENT-ID TO WS-WALK-ID
           MOVE 0 TO WS-WALK-LEVELS
           MOVE 0 TO WS-WALK-DONE-SW
           PERFORM WALK-ONE-LEVEL UNTIL WS-WALK-DONE
           .

       WALK-ONE-LEVEL.
           ADD 1 TO WS-WALK-LEVELS
           EVALUATE TRUE
               WHEN WS-WALK-ID = HTX-CUST-ID
                   MOVE 'CYCLE' TO WS-REJECT-REASON
                   SET WS-WALK-DONE TO TRUE
               WHEN WS-WALK-LEVELS > WS-MAX-LEVELS
                   MOVE 'TOO-DEEP' TO WS-REJECT-REASON
                   SET WS-WALK-DONE TO TRUE
               WHEN OTHER
                   MOVE WS-WALK-ID TO HIR-CUST-ID
                   READ HIERARCHY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-HIERARCHY-NOT-FOUND
                           MOVE 'ORPHAN' TO WS-REJECT-REASON
                           SET WS-WALK-DONE TO TRUE
                       WHEN HIR-PARENT-ID = 0
                           SET WS-WALK-DONE TO TRUE
                       WHEN OTHER
                           MOVE HIR-PARENT-ID TO WS-WALK-ID
                   END-EVALUATE
           END-EVALUATE
           .

      *> Looks for any account whose parent is the one being deleted.
       FIND-CHILD.
           MOVE 0 TO WS-CHILD-FOUND-SW
           MOVE 0 TO WS-SCAN-EOF-SW
           MOVE 0 TO HIR-CUST-ID
           START HIERARCHY-FILE KEY NOT LESS THAN HIR-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-HIERARCHY
           PERFORM CHECK-ONE-CHILD
               UNTIL WS-SCAN-EOF OR WS-CHILD-FOUND
           .

       READ-NEXT-HIERARCHY.
           IF NOT WS-SCAN-EOF
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF
           .

       CHECK-ONE-CHILD.
           IF HIR-PARENT-ID = HTX-CUST-ID
               SET WS-CHILD-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-HIERARCHY
           END-IF
           .

       MOVE-TXN-TO-HIERARCHY.
           MOVE HTX-CUST-ID        TO HIR-CUST-ID
           MOVE HTX-PARENT-ID      TO HIR-PARENT-ID
           MOVE HTX-FAMILY-LIMIT   TO HIR-FAMILY-LIMIT
           MOVE HTX-CONSOLIDATE    TO HIR-CONSOLIDATE
           MOVE WS-OLD-LINKED-DATE TO HIR-LINKED-DATE
           .

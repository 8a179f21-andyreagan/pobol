       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-MAINTENANCE.
      *> Applies a transaction file of add/change/delete actions to the
      *> keyed autopay ENROLLMENT-FILE that AUTOPAY-ORIGINATION debits
      *> from and AUTOPAY-RETURNS suspends. Each transaction is
      *> validated before it touches the file -- the customer has to
      *> be on the master, the routing number has to pass the ABA
      *> check digit, the debit day has to fall on a day every month
      *> has, and a fixed-amount enrollment has to carry an amount --
      *> and anything that fails validation or doesn't apply cleanly
      *> is written to REJECT-FILE with a reason code, the same pattern
      *> OVERRIDE-MAINTENANCE uses for the override file.
      *> A change re-arms a suspended enrollment: new bank details are
      *> how a customer whose debits kept coming back gets back on
      *> autopay, so a change clears the return count and the
      *> suspension along with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO
               WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CUST-ID
               FILE STATUS IS WS-ENROLLMENT-STATUS.
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

      *> Enrollment: where to debit, on which day of the month, and
      *> how much -- the full balance due (rule F) or a fixed amount
      *> (rule X, capped at the balance due when the debit is built).
      *> Status A = active, S = suspended after repeated returns; the
      *> return count, last return code and last debit date are
      *> maintained by the origination and returns runs.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  ENR-CUST-ID          PIC 9(6).
           05  ENR-ROUTING-NUM      PIC 9(9).
           05  ENR-ACCOUNT-NUM      PIC X(17).
           05  ENR-ACCOUNT-TYPE     PIC X(1).
           05  ENR-DEBIT-DAY        PIC 9(2).
           05  ENR-AMOUNT-RULE      PIC X(1).
           05  ENR-FIXED-AMOUNT     PIC 9(7)V9(2).
           05  ENR-STATUS           PIC X(1).
           05  ENR-RETURN-COUNT     PIC 9(2).
           05  ENR-LAST-RETURN-CODE PIC X(3).
           05  ENR-LAST-DEBIT-DATE  PIC 9(8).
           05  ENR-SUSPEND-DATE     PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Transaction record: a leading action code followed by the
      *> enrollment fields the customer controls. A = add, C = change,
      *> D = delete; a delete carries only the customer ID. Account
      *> type C = checking, S = savings.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  ETX-ACTION         PIC X(1).
           05  ETX-CUST-ID        PIC 9(6).
           05  ETX-ROUTING-NUM    PIC 9(9).
           05  ETX-ACCOUNT-NUM    PIC X(17).
           05  ETX-ACCOUNT-TYPE   PIC X(1).
           05  ETX-DEBIT-DAY      PIC 9(2).
           05  ETX-AMOUNT-RULE    PIC X(1).
           05  ETX-FIXED-AMOUNT   PIC 9(7)V9(2).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(46).
           05  REJ-REASON-CODE    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-ENROLLMENT-PATH   PIC X(256).
       01  WS-ENROLLMENT-STATUS PIC X(2).
           88  WS-ENROLLMENT-FOUND     VALUE '00'.
           88  WS-ENROLLMENT-NOT-FOUND VALUE '23'.
       01  WS-MASTER-PATH       PIC X(256).
       01  WS-MASTER-STATUS     PIC X(2).
           88  WS-MASTER-FOUND         VALUE '00'.
           88  WS-MASTER-NOT-FOUND     VALUE '23'.
       01  WS-TRANSACTION-PATH  PIC X(256).
       01  WS-REJECT-PATH       PIC X(256).
       01  WS-EOF-FLAG          PIC 9 VALUE 0.

       01  WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01  WS-ADDED             PIC 9(6) VALUE 0.
       01  WS-CHANGED           PIC 9(6) VALUE 0.
       01  WS-DELETED           PIC 9(6) VALUE 0.
       01  WS-REJECTED          PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD      PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           88  WS-RECORD-IS-INVALID     VALUE 0.
       01  WS-REJECT-REASON     PIC X(10).

      *> ABA routing check digit: 3-7-1 weights across the nine
      *> digits must sum to a multiple of ten.
       01  WS-ROUTING-DIGITS.
           05  WS-RTN-DIGIT       PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM       PIC 9(4).
       01  WS-ROUTING-QUOT      PIC 9(4).
       01  WS-ROUTING-REM       PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ENROLLMENT-PATH
               FROM ENVIRONMENT "DD_ENROLLMENT_FILE"
           ACCEPT WS-MASTER-PATH
               FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"

           OPEN I-O ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = '35'
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE ENROLLMENT-FILE
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

       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF ETX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE 'BAD-ACTN' TO WS-REJECT-REASON
           ELSE
               IF ETX-CUST-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'   TO WS-REJECT-REASON
               ELSE
                   IF ETX-ACTION NOT = 'D'
                       PERFORM VALIDATE-BANK-DETAILS
                   END-IF
               END-IF
           END-IF
           .

      *> The 28th is the last debit day allowed: every month has one,
      *> so no enrollment silently skips February.
       VALIDATE-BANK-DETAILS.
           EVALUATE TRUE
               WHEN ETX-ROUTING-NUM NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-RTN' TO WS-REJECT-REASON
               WHEN ETX-ACCOUNT-NUM = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-ACCT' TO WS-REJECT-REASON
               WHEN ETX-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTYP' TO WS-REJECT-REASON
               WHEN ETX-DEBIT-DAY NOT NUMERIC
                 OR ETX-DEBIT-DAY < 1
                 OR ETX-DEBIT-DAY > 28
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-DAY' TO WS-REJECT-REASON
               WHEN ETX-AMOUNT-RULE NOT = 'F' AND NOT = 'X'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-RULE' TO WS-REJECT-REASON
               WHEN ETX-AMOUNT-RULE = 'X'
                AND (ETX-FIXED-AMOUNT NOT NUMERIC
                     OR ETX-FIXED-AMOUNT = 0)
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-AMT' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-RECORD-IS-VALID
               PERFORM CHECK-ROUTING-DIGIT
           END-IF
           .

       CHECK-ROUTING-DIGIT.
           MOVE ETX-ROUTING-NUM TO WS-ROUTING-DIGITS
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RTN-DIGIT (1) + WS-RTN-DIGIT (4)
                    + WS-RTN-DIGIT (7))
             + 7 * (WS-RTN-DIGIT (2) + WS-RTN-DIGIT (5)
                    + WS-RTN-DIGIT (8))
             +     (WS-RTN-DIGIT (3) + WS-RTN-DIGIT (6)
                    + WS-RTN-DIGIT (9))
           DIVIDE WS-ROUTING-SUM BY 10
               GIVING WS-ROUTING-QUOT REMAINDER WS-ROUTING-REM
           IF WS-ROUTING-REM NOT = 0 OR ETX-ROUTING-NUM = 0
               SET WS-RECORD-IS-INVALID TO TRUE
               MOVE 'BAD-RTN' TO WS-REJECT-REASON
           END-IF
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           EVALUATE ETX-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-DELETE
           END-EVALUATE
           .

      *> Only a customer on the master can be enrolled; there is
      *> nothing to debit for an account that doesn't exist.
       APPLY-ADD.
           MOVE ETX-CUST-ID TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ETX-CUST-ID TO ENR-CUST-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN WS-ENROLLMENT-FOUND
                   MOVE 'DUP-ID' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN OTHER
                   MOVE ETX-CUST-ID TO ENR-CUST-ID
                   PERFORM MOVE-TXN-TO-ENROLLMENT
                   MOVE 0 TO ENR-LAST-DEBIT-DATE
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           MOVE 'DUP-ID' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED
                   END-WRITE
           END-EVALUATE
           .

      *> The last debit date survives a change, so changing bank
      *> details mid-month can't trigger a second debit that month.
       APPLY-CHANGE.
           MOVE ETX-CUST-ID TO ENR-CUST-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-ENROLLMENT-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM MOVE-TXN-TO-ENROLLMENT
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED
               END-REWRITE
           END-IF
           .

       APPLY-DELETE.
           MOVE ETX-CUST-ID TO ENR-CUST-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-ENROLLMENT-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               DELETE ENROLLMENT-FILE RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED
               END-DELETE
           END-IF
           .

       MOVE-TXN-TO-ENROLLMENT.
           MOVE ETX-ROUTING-NUM  TO ENR-ROUTING-NUM
           MOVE ETX-ACCOUNT-NUM  TO ENR-ACCOUNT-NUM
           MOVE ETX-ACCOUNT-TYPE TO ENR-ACCOUNT-TYPE
           MOVE ETX-DEBIT-DAY    TO ENR-DEBIT-DAY
           MOVE ETX-AMOUNT-RULE  TO ENR-AMOUNT-RULE
           IF ETX-AMOUNT-RULE = 'X'
               MOVE ETX-FIXED-AMOUNT TO ENR-FIXED-AMOUNT
           ELSE
               MOVE 0 TO ENR-FIXED-AMOUNT
           END-IF
           MOVE 'A'    TO ENR-STATUS
           MOVE 0      TO ENR-RETURN-COUNT
           MOVE SPACES TO ENR-LAST-RETURN-CODE
           MOVE 0      TO ENR-SUSPEND-DATE
           .

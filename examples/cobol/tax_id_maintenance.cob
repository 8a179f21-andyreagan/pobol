       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-ID-MAINTENANCE.
      *> Applies a transaction file of add/change/delete actions to
      *> the keyed customer tax-identity file, the same pattern
      *> ADDRESS-MAINTENANCE applies to the address file. One record
      *> per customer: the taxpayer identification number, whether it
      *> is a social security number or an employer number, and
      *> whether a signed certification of that number is on file.
      *> TAX-REPORTING files year-end interest under this number and
      *> withholds backup tax from any account whose number is
      *> missing or uncertified.
      *> Each transaction is validated before it touches the file --
      *> a number, when given, is nine digits with a type of S or E;
      *> the certification flag is Y or N, and Y needs both a number
      *> and the date the certification was received -- and anything
      *> that fails validation or doesn't apply cleanly is written to
      *> REJECT-FILE with a reason code instead of aborting the run.
      *> A customer may be on file with no number yet (applied for);
      *> such an account is withheld on until the number comes in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-ID-FILE ASSIGN TO
               WS-TAX-ID-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CUST-ID
               FILE STATUS IS WS-TAX-ID-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TAX-ID-FILE.
       01  TAX-ID-RECORD.
           05  TAX-CUST-ID        PIC 9(6).
           05  TAX-TIN            PIC X(9).
           05  TAX-TIN-TYPE       PIC X(1).
               88  TAX-TIN-SSN           VALUE 'S'.
               88  TAX-TIN-EIN           VALUE 'E'.
           05  TAX-CERTIFIED      PIC X(1).
               88  TAX-IS-CERTIFIED      VALUE 'Y'.
           05  TAX-CERT-DATE      PIC 9(8).

      *> Transaction record: a leading action code followed by the
      *> tax-identity fields. A = add, C = change, D = delete; a
      *> delete carries only the customer ID.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TTX-ACTION         PIC X(1).
           05  TTX-CUST-ID        PIC 9(6).
           05  TTX-TIN            PIC X(9).
           05  TTX-TIN-TYPE       PIC X(1).
           05  TTX-CERTIFIED      PIC X(1).
           05  TTX-CERT-DATE      PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(26).
           05  REJ-REASON-CODE    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-TAX-ID-PATH       PIC X(256).
       01  WS-TAX-ID-STATUS     PIC X(2).
           88  WS-TAX-ID-FOUND         VALUE '00'.
           88  WS-TAX-ID-NOT-FOUND     VALUE '23'.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TAX-ID-PATH
               FROM ENVIRONMENT "DD_TAX_ID_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"

           OPEN I-O TAX-ID-FILE
           IF WS-TAX-ID-STATUS = '35'
               OPEN OUTPUT TAX-ID-FILE
               CLOSE TAX-ID-FILE
               OPEN I-O TAX-ID-FILE
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE TAX-ID-FILE
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

      *> A blank number is allowed -- it is what makes the account
      *> subject to backup withholding -- but a number that is there
      *> has to be one the regulator will accept, and a certification
      *> can't be on file for a number we don't have.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN TTX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTN'   TO WS-REJECT-REASON
               WHEN TTX-CUST-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'     TO WS-REJECT-REASON
               WHEN TTX-ACTION = 'D'
                   CONTINUE
               WHEN TTX-TIN NOT = SPACES AND TTX-TIN NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-TIN'    TO WS-REJECT-REASON
               WHEN TTX-TIN NOT = SPACES
                AND TTX-TIN-TYPE NOT = 'S' AND NOT = 'E'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-TINTYP' TO WS-REJECT-REASON
               WHEN TTX-CERTIFIED NOT = 'Y' AND NOT = 'N'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-CERT'   TO WS-REJECT-REASON
               WHEN TTX-CERTIFIED = 'Y' AND TTX-TIN = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'CERT-NOTIN' TO WS-REJECT-REASON
               WHEN TTX-CERTIFIED = 'Y'
                AND (TTX-CERT-DATE NOT NUMERIC
                     OR TTX-CERT-DATE = ZEROS)
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-CRTDATE' TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           EVALUATE TTX-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-DELETE
           END-EVALUATE
           .

       APPLY-ADD.
           MOVE TTX-CUST-ID TO TAX-CUST-ID
           READ TAX-ID-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-TAX-ID-FOUND
               MOVE 'DUP-ID' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM MOVE-TXN-TO-TAX-ID
               WRITE TAX-ID-RECORD
                   INVALID KEY
                       MOVE 'DUP-ID' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED
               END-WRITE
           END-IF
           .

       APPLY-CHANGE.
           MOVE TTX-CUST-ID TO TAX-CUST-ID
           READ TAX-ID-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-TAX-ID-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM MOVE-TXN-TO-TAX-ID
               REWRITE TAX-ID-RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED
               END-REWRITE
           END-IF
           .

       APPLY-DELETE.
           MOVE TTX-CUST-ID TO TAX-CUST-ID
           READ TAX-ID-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-TAX-ID-NOT-FOUND
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               DELETE TAX-ID-FILE RECORD
                   INVALID KEY
                       MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED
               END-DELETE
           END-IF
           .

      *> An uncertified number carries no certification date.
       MOVE-TXN-TO-TAX-ID.
           MOVE TTX-CUST-ID   TO TAX-CUST-ID
           MOVE TTX-TIN       TO TAX-TIN
           MOVE TTX-TIN-TYPE  TO TAX-TIN-TYPE
           MOVE TTX-CERTIFIED TO TAX-CERTIFIED
           IF TTX-CERTIFIED = 'Y'
               MOVE TTX-CERT-DATE TO TAX-CERT-DATE
           ELSE
               MOVE 0 TO TAX-CERT-DATE
           END-IF
           .

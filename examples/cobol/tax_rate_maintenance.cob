       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RATE-MAINTENANCE.
      *> Maintains the sales-tax rate file FEE-ASSESSMENT taxes service
      *> fees from: one record per state per effective date, so a rate
      *> change is entered ahead of time as a new record and takes
      *> over on its date while the old rate keeps applying until
      *> then. A state with no rate in effect, or a zero rate, doesn't
      *> tax fees. Applies a transaction file of add/change/delete
      *> actions the same way PERIOD-MAINTENANCE maintains the period
      *> calendar: each transaction is validated before it touches the
      *> file, and anything that fails or doesn't apply cleanly goes
      *> to REJECT-FILE with a reason code.
      *> A rate that has already taken effect has been charged to
      *> customers, so it is never changed or deleted; a correction is
      *> a new record with a later effective date. Only a rate still
      *> waiting on its date can be changed or withdrawn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO
               WS-TAX-RATE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TAX-RATE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Rate record, keyed by state then effective date, so a state's
      *> rates read back oldest first. TXR-RATE is a fraction of the
      *> fee, e.g. .06250 for 6.25%.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TXR-KEY.
               10  TXR-STATE          PIC X(2).
               10  TXR-EFFECTIVE-DATE PIC 9(8).
           05  TXR-RATE               PIC V9(5).
           05  TXR-ENTERED-DATE       PIC 9(8).

      *> Transaction record: a leading action code followed by the
      *> rate fields. A = add, C = change the rate, D = delete; a
      *> delete carries only the state and effective date.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  RTX-ACTION             PIC X(1).
           05  RTX-STATE              PIC X(2).
           05  RTX-EFFECTIVE-DATE     PIC 9(8).
           05  RTX-RATE               PIC V9(5).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(16).
           05  REJ-REASON-CODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-TAX-RATE-PATH       PIC X(256).
       01  WS-TAX-RATE-STATUS     PIC X(2).
           88  WS-TAX-RATE-FOUND         VALUE '00'.
           88  WS-TAX-RATE-NOT-FOUND     VALUE '23'.
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TAX-RATE-PATH
               FROM ENVIRONMENT "DD_TAX_RATE_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O TAX-RATE-FILE
           IF WS-TAX-RATE-STATUS = '35'
               OPEN OUTPUT TAX-RATE-FILE
               CLOSE TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE TAX-RATE-FILE
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

      *> Every action needs a two-letter state and a real effective
      *> date; adds and changes also need a numeric rate.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN RTX-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTN'  TO WS-REJECT-REASON
               WHEN RTX-STATE NOT ALPHABETIC
                 OR RTX-STATE(1:1) = SPACE
                 OR RTX-STATE(2:1) = SPACE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-STATE' TO WS-REJECT-REASON
               WHEN RTX-EFFECTIVE-DATE NOT NUMERIC
                 OR RTX-EFFECTIVE-DATE = 0
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-EFFDT' TO WS-REJECT-REASON
               WHEN RTX-ACTION = 'D'
                   CONTINUE
               WHEN RTX-RATE NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-RATE'  TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           MOVE RTX-STATE          TO TXR-STATE
           MOVE RTX-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE
           READ TAX-RATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE RTX-ACTION
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-DELETE
           END-EVALUATE
           .

       APPLY-ADD.
           IF WS-TAX-RATE-FOUND
               MOVE 'DUP-RATE' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               MOVE RTX-STATE          TO TXR-STATE
               MOVE RTX-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE
               MOVE RTX-RATE           TO TXR-RATE
               MOVE WS-RUN-DATE        TO TXR-ENTERED-DATE
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       MOVE 'DUP-RATE' TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED
               END-WRITE
           END-IF
           .

       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-TAX-RATE-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN TXR-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   MOVE 'IN-EFFECT' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN OTHER
                   MOVE RTX-RATE    TO TXR-RATE
                   MOVE WS-RUN-DATE TO TXR-ENTERED-DATE
                   REWRITE TAX-RATE-RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGED
                   END-REWRITE
           END-EVALUATE
           .

       APPLY-DELETE.
           EVALUATE TRUE
               WHEN WS-TAX-RATE-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN TXR-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   MOVE 'IN-EFFECT' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN OTHER
                   DELETE TAX-RATE-FILE RECORD
                       INVALID KEY
                           MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED
                   END-DELETE
           END-EVALUATE
           .

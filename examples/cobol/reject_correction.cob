       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-CORRECTION.
      *> Works items on the reject work queue REJECT-COLLECTOR loads.
      *> Applies a transaction file of actions against queue items
      *> the same way the maintenance programs apply theirs: each one
      *> is validated before it touches the queue, and anything that
      *> fails or doesn't apply cleanly goes to REJECT-FILE with a
      *> reason code.
      *>   C  correct: stores the fixed record on the item, which is
      *>      then marked corrected.
      *>   R  resubmit: appends the item's record -- the corrected one
      *>      if there is one, otherwise the original as it stands,
      *>      for a reject whose cause has since been fixed elsewhere
      *>      -- to the resubmission file for the program that
      *>      rejected it, in that program's own input layout, and
      *>      marks the item resubmitted.
      *>   X  close: the item needs nothing further.
      *> Every action records who handled it and when. A closed item
      *> is finished, and a resubmitted one can only be closed: if the
      *> resubmission is rejected again, tomorrow's collection queues
      *> it as a new item.
      *> Resubmissions accumulate across runs until the owning program
      *> picks them up as its input: DD_CUSTRPT_RESUBMIT_FILE for
      *> CUSTOMER-REPORT's DD_INPUT_FILE, DD_CUSTMNT_RESUBMIT_FILE,
      *> DD_ADDRMNT_RESUBMIT_FILE, and DD_OVRDMNT_RESUBMIT_FILE for
      *> the maintenance programs' DD_TRANSACTION_FILE, and
      *> DD_ACCTMRG_RESUBMIT_FILE for ACCOUNT-MERGE's DD_DECISION_FILE
      *> (its reject keeps only the two IDs, so the correction has to
      *> supply the whole decision record, and an ACCTMRG item is not
      *> resubmitted until it has been corrected; NO-CORRECT until
      *> then). INTEREST-CAPITALIZE's and MAINTENANCE-BACKOUT's rejects
      *> are reconciliation findings, not input records; they are
      *> corrected at the source and closed, never resubmitted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-QUEUE-FILE ASSIGN TO
               WS-WORK-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WORK-QUEUE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
               WS-TRANSACTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTRPT-RESUBMIT-FILE ASSIGN TO
               WS-CUSTRPT-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTRPT-RESUBMIT-STATUS.
           SELECT CUSTMNT-RESUBMIT-FILE ASSIGN TO
               WS-CUSTMNT-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMNT-RESUBMIT-STATUS.
           SELECT ADDRMNT-RESUBMIT-FILE ASSIGN TO
               WS-ADDRMNT-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRMNT-RESUBMIT-STATUS.
           SELECT OVRDMNT-RESUBMIT-FILE ASSIGN TO
               WS-OVRDMNT-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRDMNT-RESUBMIT-STATUS.
           SELECT ACCTMRG-RESUBMIT-FILE ASSIGN TO
               WS-ACCTMRG-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMRG-RESUBMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout REJECT-COLLECTOR loads.
       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD.
           05  WQ-KEY.
               10  WQ-SOURCE          PIC X(8).
               10  WQ-RUN-DATE        PIC 9(8).
               10  WQ-SEQ             PIC 9(6).
           05  WQ-CUST-ID             PIC 9(6).
           05  WQ-REASON-CODE         PIC X(10).
           05  WQ-STATUS              PIC X(1).
               88  WQ-OPEN                   VALUE 'O'.
               88  WQ-CORRECTED              VALUE 'C'.
               88  WQ-RESUBMITTED            VALUE 'R'.
               88  WQ-CLOSED                 VALUE 'X'.
           05  WQ-HANDLER             PIC X(8).
           05  WQ-STATUS-DATE         PIC 9(8).
           05  WQ-ORIGINAL-RECORD     PIC X(153).
           05  WQ-CORRECTED-RECORD    PIC X(153).

      *> Transaction record: the action, the queue item's key, who is
      *> handling it, and for a correction the fixed record, laid out
      *> exactly as the source program reads its input.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  CTX-ACTION             PIC X(1).
           05  CTX-SOURCE             PIC X(8).
           05  CTX-RUN-DATE           PIC 9(8).
           05  CTX-SEQ                PIC 9(6).
           05  CTX-HANDLER            PIC X(8).
           05  CTX-RECORD             PIC X(153).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(184).
           05  REJ-REASON-CODE        PIC X(10).

      *> CUSTOMER-REPORT's INPUT-FILE layout.
       FD  CUSTRPT-RESUBMIT-FILE.
       01  CUSTRPT-RESUBMIT-RECORD    PIC X(45).

      *> CUSTOMER-MAINTENANCE's TRANSACTION-FILE layout.
       FD  CUSTMNT-RESUBMIT-FILE.
       01  CUSTMNT-RESUBMIT-RECORD    PIC X(62).

      *> ADDRESS-MAINTENANCE's TRANSACTION-FILE layout.
       FD  ADDRMNT-RESUBMIT-FILE.
       01  ADDRMNT-RESUBMIT-RECORD    PIC X(153).

      *> OVERRIDE-MAINTENANCE's TRANSACTION-FILE layout.
       FD  OVRDMNT-RESUBMIT-FILE.
       01  OVRDMNT-RESUBMIT-RECORD    PIC X(26).

      *> ACCOUNT-MERGE's DECISION-FILE layout.
       FD  ACCTMRG-RESUBMIT-FILE.
       01  ACCTMRG-RESUBMIT-RECORD    PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-WORK-QUEUE-PATH     PIC X(256).
       01  WS-WORK-QUEUE-STATUS   PIC X(2).
           88  WS-QUEUE-FOUND            VALUE '00'.
           88  WS-QUEUE-NOT-FOUND        VALUE '23'.
       01  WS-TRANSACTION-PATH    PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

      *> Resubmission files; each is optional, and a resubmit for a
      *> source whose file isn't supplied is rejected NO-TARGET.
       01  WS-CUSTRPT-RESUBMIT-PATH   PIC X(256).
       01  WS-CUSTRPT-RESUBMIT-STATUS PIC X(2).
       01  WS-CUSTRPT-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-CUSTRPT-ENABLED        VALUE 1.
       01  WS-CUSTMNT-RESUBMIT-PATH   PIC X(256).
       01  WS-CUSTMNT-RESUBMIT-STATUS PIC X(2).
       01  WS-CUSTMNT-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-CUSTMNT-ENABLED        VALUE 1.
       01  WS-ADDRMNT-RESUBMIT-PATH   PIC X(256).
       01  WS-ADDRMNT-RESUBMIT-STATUS PIC X(2).
       01  WS-ADDRMNT-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-ADDRMNT-ENABLED        VALUE 1.
       01  WS-OVRDMNT-RESUBMIT-PATH   PIC X(256).
       01  WS-OVRDMNT-RESUBMIT-STATUS PIC X(2).
       01  WS-OVRDMNT-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-OVRDMNT-ENABLED        VALUE 1.
       01  WS-ACCTMRG-RESUBMIT-PATH   PIC X(256).
       01  WS-ACCTMRG-RESUBMIT-STATUS PIC X(2).
       01  WS-ACCTMRG-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-ACCTMRG-ENABLED        VALUE 1.

       01  WS-RESUBMIT-RECORD     PIC X(153).

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-CORRECTED           PIC 9(6) VALUE 0.
       01  WS-RESUBMITTED         PIC 9(6) VALUE 0.
       01  WS-CLOSED              PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID        VALUE 1.
           88  WS-RECORD-IS-INVALID      VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-WORK-QUEUE-PATH
               FROM ENVIRONMENT "DD_WORK_QUEUE_FILE"
           ACCEPT WS-TRANSACTION-PATH
               FROM ENVIRONMENT "DD_TRANSACTION_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-CUSTRPT-RESUBMIT-PATH
               FROM ENVIRONMENT "DD_CUSTRPT_RESUBMIT_FILE"
           ACCEPT WS-CUSTMNT-RESUBMIT-PATH
               FROM ENVIRONMENT "DD_CUSTMNT_RESUBMIT_FILE"
           ACCEPT WS-ADDRMNT-RESUBMIT-PATH
               FROM ENVIRONMENT "DD_ADDRMNT_RESUBMIT_FILE"
           ACCEPT WS-OVRDMNT-RESUBMIT-PATH
               FROM ENVIRONMENT "DD_OVRDMNT_RESUBMIT_FILE"
           ACCEPT WS-ACCTMRG-RESUBMIT-PATH
               FROM ENVIRONMENT "DD_ACCTMRG_RESUBMIT_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O WORK-QUEUE-FILE
           IF WS-WORK-QUEUE-STATUS NOT = '00'
               DISPLAY "REJECT-CORRECTION: *** CANNOT OPEN WORK "
                   "QUEUE: " FUNCTION TRIM (WS-WORK-QUEUE-PATH)
                   " STATUS " WS-WORK-QUEUE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-RESUBMIT-FILES

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE WORK-QUEUE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-RESUBMIT-FILES

           DISPLAY "TRANSACTIONS READ: " WS-RECORDS-READ
           DISPLAY "CORRECTED:         " WS-CORRECTED
           DISPLAY "RESUBMITTED:       " WS-RESUBMITTED
           DISPLAY "CLOSED:            " WS-CLOSED
           DISPLAY "REJECTED:          " WS-REJECTED
           STOP RUN.

      *> Appended to, so resubmissions from several correction runs
      *> wait together for the owning program's next run.
       OPEN-RESUBMIT-FILES.
           IF WS-CUSTRPT-RESUBMIT-PATH NOT = SPACES
               SET WS-CUSTRPT-ENABLED TO TRUE
               OPEN EXTEND CUSTRPT-RESUBMIT-FILE
               IF WS-CUSTRPT-RESUBMIT-STATUS = '35'
                   OPEN OUTPUT CUSTRPT-RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-CUSTMNT-RESUBMIT-PATH NOT = SPACES
               SET WS-CUSTMNT-ENABLED TO TRUE
               OPEN EXTEND CUSTMNT-RESUBMIT-FILE
               IF WS-CUSTMNT-RESUBMIT-STATUS = '35'
                   OPEN OUTPUT CUSTMNT-RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-ADDRMNT-RESUBMIT-PATH NOT = SPACES
               SET WS-ADDRMNT-ENABLED TO TRUE
               OPEN EXTEND ADDRMNT-RESUBMIT-FILE
               IF WS-ADDRMNT-RESUBMIT-STATUS = '35'
                   OPEN OUTPUT ADDRMNT-RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-OVRDMNT-RESUBMIT-PATH NOT = SPACES
               SET WS-OVRDMNT-ENABLED TO TRUE
               OPEN EXTEND OVRDMNT-RESUBMIT-FILE
               IF WS-OVRDMNT-RESUBMIT-STATUS = '35'
                   OPEN OUTPUT OVRDMNT-RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-ACCTMRG-RESUBMIT-PATH NOT = SPACES
               SET WS-ACCTMRG-ENABLED TO TRUE
               OPEN EXTEND ACCTMRG-RESUBMIT-FILE
               IF WS-ACCTMRG-RESUBMIT-STATUS = '35'
                   OPEN OUTPUT ACCTMRG-RESUBMIT-FILE
               END-IF
           END-IF
           .

       CLOSE-RESUBMIT-FILES.
           IF WS-CUSTRPT-ENABLED
               CLOSE CUSTRPT-RESUBMIT-FILE
           END-IF
           IF WS-CUSTMNT-ENABLED
               CLOSE CUSTMNT-RESUBMIT-FILE
           END-IF
           IF WS-ADDRMNT-ENABLED
               CLOSE ADDRMNT-RESUBMIT-FILE
           END-IF
           IF WS-OVRDMNT-ENABLED
               CLOSE OVRDMNT-RESUBMIT-FILE
           END-IF
           IF WS-ACCTMRG-ENABLED
               CLOSE ACCTMRG-RESUBMIT-FILE
           END-IF
           .

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

      *> Every action names a queue item and a handler; a correction
      *> also needs the fixed record.
       VALIDATE-TRANSACTION.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN CTX-ACTION NOT = 'C' AND NOT = 'R' AND NOT = 'X'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ACTN'   TO WS-REJECT-REASON
               WHEN CTX-SOURCE = SPACES
                 OR CTX-RUN-DATE NOT NUMERIC
                 OR CTX-SEQ NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-KEY'    TO WS-REJECT-REASON
               WHEN CTX-HANDLER = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-HANDLER' TO WS-REJECT-REASON
               WHEN CTX-ACTION = 'C' AND CTX-RECORD = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-RECORD'  TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-TRANSACTION-OUT.
           MOVE TRANSACTION-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON   TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       APPLY-TRANSACTION.
           MOVE CTX-SOURCE   TO WQ-SOURCE
           MOVE CTX-RUN-DATE TO WQ-RUN-DATE
           MOVE CTX-SEQ      TO WQ-SEQ
           READ WORK-QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-QUEUE-NOT-FOUND
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN WQ-CLOSED
                   MOVE 'CLOSED'    TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN WQ-RESUBMITTED AND CTX-ACTION NOT = 'X'
                   MOVE 'RESUBMTD'  TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
               WHEN CTX-ACTION = 'C'
                   PERFORM APPLY-CORRECT
               WHEN CTX-ACTION = 'R'
                   PERFORM APPLY-RESUBMIT
               WHEN CTX-ACTION = 'X'
                   PERFORM APPLY-CLOSE
           END-EVALUATE
           .

       APPLY-CORRECT.
           MOVE CTX-RECORD TO WQ-CORRECTED-RECORD
           SET WQ-CORRECTED TO TRUE
           PERFORM REWRITE-QUEUE-ITEM
           IF WS-QUEUE-FOUND
               ADD 1 TO WS-CORRECTED
           END-IF
           .

      *> The target is chosen by the item's source; the record goes
      *> out before the item is marked, so an item is never shown as
      *> resubmitted without having been.
       APPLY-RESUBMIT.
           IF WQ-CORRECTED
               MOVE WQ-CORRECTED-RECORD TO WS-RESUBMIT-RECORD
           ELSE
               MOVE WQ-ORIGINAL-RECORD  TO WS-RESUBMIT-RECORD
           END-IF

           EVALUATE TRUE
               WHEN WQ-SOURCE = 'INTCAP' OR WQ-SOURCE = 'MNTBKOUT'
                   MOVE 'NO-RESUB'  TO WS-REJECT-REASON
               WHEN WQ-SOURCE = 'ACCTMRG' AND NOT WQ-CORRECTED
                   MOVE 'NO-CORRECT' TO WS-REJECT-REASON
               WHEN WQ-SOURCE = 'CUSTRPT' AND WS-CUSTRPT-ENABLED
                   MOVE WS-RESUBMIT-RECORD TO CUSTRPT-RESUBMIT-RECORD
                   WRITE CUSTRPT-RESUBMIT-RECORD
               WHEN WQ-SOURCE = 'CUSTMNT' AND WS-CUSTMNT-ENABLED
                   MOVE WS-RESUBMIT-RECORD TO CUSTMNT-RESUBMIT-RECORD
                   WRITE CUSTMNT-RESUBMIT-RECORD
               WHEN WQ-SOURCE = 'ADDRMNT' AND WS-ADDRMNT-ENABLED
                   MOVE WS-RESUBMIT-RECORD TO ADDRMNT-RESUBMIT-RECORD
                   WRITE ADDRMNT-RESUBMIT-RECORD
               WHEN WQ-SOURCE = 'OVRDMNT' AND WS-OVRDMNT-ENABLED
                   MOVE WS-RESUBMIT-RECORD TO OVRDMNT-RESUBMIT-RECORD
                   WRITE OVRDMNT-RESUBMIT-RECORD
               WHEN WQ-SOURCE = 'ACCTMRG' AND WS-ACCTMRG-ENABLED
                   MOVE WS-RESUBMIT-RECORD TO ACCTMRG-RESUBMIT-RECORD
                   WRITE ACCTMRG-RESUBMIT-RECORD
               WHEN OTHER
                   MOVE 'NO-TARGET' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               SET WQ-RESUBMITTED TO TRUE
               PERFORM REWRITE-QUEUE-ITEM
               IF WS-QUEUE-FOUND
                   ADD 1 TO WS-RESUBMITTED
               END-IF
           END-IF
           .

       APPLY-CLOSE.
           SET WQ-CLOSED TO TRUE
           PERFORM REWRITE-QUEUE-ITEM
           IF WS-QUEUE-FOUND
               ADD 1 TO WS-CLOSED
           END-IF
           .

       REWRITE-QUEUE-ITEM.
           MOVE CTX-HANDLER TO WQ-HANDLER
           MOVE WS-RUN-DATE TO WQ-STATUS-DATE
           REWRITE WORK-QUEUE-RECORD
               INVALID KEY
                   MOVE 'NOT-FOUND' TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION-OUT
           END-REWRITE
           .

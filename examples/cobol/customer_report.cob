      *> dedicated exception file, and a keyed breach history tracks
      *> consecutive runs over limit the way DORMANCY-HISTORY tracks
      *> unchanged days -- so credit review sees who is newly over and
      *> who has been over for weeks. When DISPUTE-MAINTENANCE's
      *> dispute file is also supplied, an amount in open dispute is
      *> left out of the balance tested against the limit.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO
               WS-CREDIT-LIMIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRH-CUST-ID
               FILE STATUS IS WS-BREACH-HISTORY-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO
               WS-DISPUTE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CUST-ID
               FILE STATUS IS WS-DISPUTE-STATUS.
      *> Generic pair used only to truncate a report file back to a
      *> checkpointed record count before a restart re-extends it, so
      *> a restart never re-writes records the aborted run already
           05  OVR-EFFECTIVE-DATE PIC 9(8).
           05  OVR-EXPIRY-DATE    PIC 9(8).

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
       01  WS-INPUT-PATH      PIC X(256).
       01  WS-OUTPUT-PATH     PIC X(256).
       01  WS-LIMIT-ENABLED-SW    PIC 9 VALUE 0.
           88  WS-LIMIT-ENABLED          VALUE 1.
       01  WS-BREACH-COUNT        PIC 9(6) VALUE 0.
       01  WS-DISPUTE-PATH        PIC X(256).
       01  WS-DISPUTE-STATUS      PIC X(2).
           88  WS-DISPUTE-FOUND          VALUE '00'.
       01  WS-DISPUTE-ENABLED-SW  PIC 9 VALUE 0.
           88  WS-DISPUTE-ENABLED        VALUE 1.
       01  WS-LIMIT-BALANCE       PIC S9(7)V9(2).

      *> Working fields for TRUNCATE-FILE, the restart-time file
      *> rebuild that keeps OUTPUT-FILE/REJECT-FILE/HIGH-BALANCE-FILE
           ACCEPT WS-BREACH-PATH FROM ENVIRONMENT "DD_BREACH_FILE"
           ACCEPT WS-BREACH-HISTORY-PATH
               FROM ENVIRONMENT "DD_BREACH_HISTORY"
           ACCEPT WS-DISPUTE-PATH FROM ENVIRONMENT "DD_DISPUTE_FILE"
           IF WS-DISPUTE-PATH NOT = SPACES AND WS-LIMIT-ENABLED
               SET WS-DISPUTE-ENABLED TO TRUE
           END-IF
           ACCEPT WS-RANGE-LOW-IN  FROM ENVIRONMENT "DD_RANGE_LOW_ID"
           IF WS-RANGE-LOW-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (FUNCTION TRIM (WS-RANGE-LOW-IN))
               END-IF
           END-IF

           IF WS-DISPUTE-ENABLED
               OPEN INPUT DISPUTE-FILE
               IF WS-DISPUTE-STATUS NOT = '00'
                   DISPLAY "CUSTOMER-REPORT: *** CANNOT OPEN DISPUTE "
                       "FILE: " FUNCTION TRIM (WS-DISPUTE-PATH)
                       " STATUS " WS-DISPUTE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-RESTART-REQUESTED
               PERFORM LOAD-CHECKPOINT
               MOVE CKPT-CUST-ID TO IN-CUST-ID
               CLOSE BREACH-FILE
               CLOSE BREACH-HISTORY
           END-IF
           IF WS-DISPUTE-ENABLED
               CLOSE DISPUTE-FILE
           END-IF

           DISPLAY "RECORDS PROCESSED: " WS-RECORDS-READ
           DISPLAY "RECORDS REJECTED:  " WS-REJECTED
      *> the global high-balance threshold still covers it. Over the
      *> limit, the streak advances (or starts) and a breach exception
      *> goes out; back inside it, the streak resets to zero the way a
      *> CHANGED exception resets a dormancy streak. An amount in open
      *> dispute doesn't count toward the limit.
       CHECK-CREDIT-LIMIT.
           MOVE IN-BALANCE TO WS-LIMIT-BALANCE
           IF WS-DISPUTE-ENABLED
               MOVE IN-CUST-ID TO DSP-CUST-ID
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DISPUTE-FOUND AND DSP-OPEN
                   SUBTRACT DSP-AMOUNT FROM WS-LIMIT-BALANCE
               END-IF
           END-IF
           MOVE IN-CUST-ID TO CRL-CUST-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CREDIT-LIMIT-FOUND
               IF WS-LIMIT-BALANCE > CRL-LIMIT
                   PERFORM RECORD-LIMIT-BREACH
               ELSE
                   PERFORM RESET-BREACH-STREAK
           MOVE IN-CUST-NAME  TO BRX-CUST-NAME
           MOVE IN-BALANCE    TO BRX-BALANCE
           MOVE CRL-LIMIT     TO BRX-LIMIT
           COMPUTE BRX-OVER-AMOUNT = WS-LIMIT-BALANCE - CRL-LIMIT
           MOVE BRH-CONSEC-RUNS TO BRX-CONSEC-RUNS
           WRITE BREACH-RECORD
           ADD 1 TO WS-BREACH-COUNT

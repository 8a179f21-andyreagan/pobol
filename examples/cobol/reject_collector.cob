       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-COLLECTOR.
      *> Nightly collection of the reject files the batch leaves
      *> behind into one keyed work queue, so a reject survives past
      *> the next night's run instead of being overwritten unseen.
      *> CUSTOMER-REPORT, CUSTOMER-MAINTENANCE, ADDRESS-MAINTENANCE,
      *> OVERRIDE-MAINTENANCE, INTEREST-CAPITALIZE, ACCOUNT-MERGE, and
      *> MAINTENANCE-BACKOUT each write their own REJECT-FILE in their
      *> own layout, but every one of them ends in a ten-byte reason
      *> code after the rejected data, so one record description
      *> reads them all: the source table below gives each source's
      *> record length and where its customer ID sits.
      *> Each reject becomes a queue item keyed by source, the date it
      *> was collected, and a sequence number, carrying the customer
      *> ID, reason code, and the rejected record exactly as written.
      *> Items start out open; REJECT-CORRECTION moves them on to
      *> corrected, resubmitted, or closed, and REJECT-AGING reports
      *> on what is still outstanding.
      *> A source whose reject path isn't supplied is skipped, and so
      *> is one whose file doesn't exist (the program didn't run). A
      *> source already collected today is skipped too, so a rerun of
      *> this step doesn't queue the same rejects twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Reused for each source's reject file in turn, the same way
      *> CONTROL-MERGE reuses SEGMENT-FILE.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT WORK-QUEUE-FILE ASSIGN TO
               WS-WORK-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WORK-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Wide enough for the longest reject layout, ADDRESS-
      *> MAINTENANCE's; a shorter line reads in padded with spaces.
       FD  REJECT-FILE.
       01  REJECT-LINE                PIC X(163).

      *> The work queue. WQ-ORIGINAL-RECORD is the rejected record as
      *> its program wrote it, less the reason code; WQ-CORRECTED-
      *> RECORD is filled in by REJECT-CORRECTION. WQ-HANDLER and
      *> WQ-STATUS-DATE say who last moved the item and when.
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

       WORKING-STORAGE SECTION.
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-REJECT-STATUS       PIC X(2).
       01  WS-WORK-QUEUE-PATH     PIC X(256).
       01  WS-WORK-QUEUE-STATUS   PIC X(2).
           88  WS-QUEUE-FOUND            VALUE '00'.
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

      *> One entry per source: queue source code, the length of its
      *> reject record including the reason code, and the position of
      *> the customer ID in it. ACCOUNT-MERGE's is the surviving ID.
       01  WS-SOURCE-VALUES.
           05  FILLER             PIC X(14) VALUE 'CUSTRPT 055001'.
           05  FILLER             PIC X(14) VALUE 'CUSTMNT 072002'.
           05  FILLER             PIC X(14) VALUE 'ADDRMNT 163002'.
           05  FILLER             PIC X(14) VALUE 'OVRDMNT 036002'.
           05  FILLER             PIC X(14) VALUE 'INTCAP  034001'.
           05  FILLER             PIC X(14) VALUE 'ACCTMRG 022001'.
           05  FILLER             PIC X(14) VALUE 'MNTBKOUT022007'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SOURCE-ENTRY OCCURS 7 TIMES INDEXED BY WS-SRC-IDX.
               10  WS-SRC-CODE        PIC X(8).
               10  WS-SRC-LENGTH      PIC 9(3).
               10  WS-SRC-ID-POS      PIC 9(3).
       01  WS-SOURCE-PATHS.
           05  WS-SOURCE-PATH-ENTRY OCCURS 7 TIMES PIC X(256).

       01  WS-DATA-LENGTH         PIC 9(3).
       01  WS-REASON-POS          PIC 9(3).
       01  WS-SOURCE-SEQ          PIC 9(6).
       01  WS-SOURCE-COUNT        PIC 9(6).

       01  WS-SOURCES-COLLECTED   PIC 9(2) VALUE 0.
       01  WS-SOURCES-SKIPPED     PIC 9(2) VALUE 0.
       01  WS-QUEUED-COUNT        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SOURCE-PATH-ENTRY (1)
               FROM ENVIRONMENT "DD_CUSTRPT_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (2)
               FROM ENVIRONMENT "DD_CUSTMNT_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (3)
               FROM ENVIRONMENT "DD_ADDRMNT_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (4)
               FROM ENVIRONMENT "DD_OVRDMNT_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (5)
               FROM ENVIRONMENT "DD_INTCAP_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (6)
               FROM ENVIRONMENT "DD_ACCTMRG_REJECT_FILE"
           ACCEPT WS-SOURCE-PATH-ENTRY (7)
               FROM ENVIRONMENT "DD_MNTBKOUT_REJECT_FILE"
           ACCEPT WS-WORK-QUEUE-PATH
               FROM ENVIRONMENT "DD_WORK_QUEUE_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O WORK-QUEUE-FILE
           IF WS-WORK-QUEUE-STATUS = '35'
               OPEN OUTPUT WORK-QUEUE-FILE
               CLOSE WORK-QUEUE-FILE
               OPEN I-O WORK-QUEUE-FILE
           END-IF

           PERFORM COLLECT-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 7

           CLOSE WORK-QUEUE-FILE

           DISPLAY "SOURCES COLLECTED: " WS-SOURCES-COLLECTED
           DISPLAY "SOURCES SKIPPED:   " WS-SOURCES-SKIPPED
           DISPLAY "ITEMS QUEUED:      " WS-QUEUED-COUNT
           STOP RUN.

      *> A reject file that exists but can't be opened is a real
      *> failure, unlike one that was never written: its rejects would
      *> be lost, so it raises a non-zero RETURN-CODE.
       COLLECT-ONE-SOURCE.
           IF WS-SOURCE-PATH-ENTRY (WS-SRC-IDX) = SPACES
               ADD 1 TO WS-SOURCES-SKIPPED
           ELSE
               MOVE WS-SOURCE-PATH-ENTRY (WS-SRC-IDX) TO WS-REJECT-PATH
               PERFORM CHECK-ALREADY-COLLECTED
               EVALUATE TRUE
                   WHEN WS-QUEUE-FOUND
                       DISPLAY "REJECT-COLLECTOR: "
                           FUNCTION TRIM (WS-SRC-CODE (WS-SRC-IDX))
                           " ALREADY COLLECTED FOR " WS-RUN-DATE
                           ", SKIPPED"
                       ADD 1 TO WS-SOURCES-SKIPPED
                   WHEN OTHER
                       OPEN INPUT REJECT-FILE
                       EVALUATE WS-REJECT-STATUS
                           WHEN '00'
                               PERFORM LOAD-SOURCE-REJECTS
                               CLOSE REJECT-FILE
                           WHEN '35'
                               DISPLAY "REJECT-COLLECTOR: "
                                   FUNCTION TRIM
                                       (WS-SRC-CODE (WS-SRC-IDX))
                                   " REJECT FILE NOT FOUND, SKIPPED"
                               ADD 1 TO WS-SOURCES-SKIPPED
                           WHEN OTHER
                               DISPLAY "REJECT-COLLECTOR: *** CANNOT "
                                   "OPEN REJECT FILE: "
                                   FUNCTION TRIM (WS-REJECT-PATH)
                                   " STATUS " WS-REJECT-STATUS " ***"
                               MOVE 16 TO RETURN-CODE
                               ADD 1 TO WS-SOURCES-SKIPPED
                       END-EVALUATE
               END-EVALUATE
           END-IF
           .

      *> Every collection of a source starts at sequence 1, so the
      *> first item for today is all there is to look for.
       CHECK-ALREADY-COLLECTED.
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO WQ-SOURCE
           MOVE WS-RUN-DATE              TO WQ-RUN-DATE
           MOVE 1                        TO WQ-SEQ
           READ WORK-QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           .

       LOAD-SOURCE-REJECTS.
           COMPUTE WS-DATA-LENGTH = WS-SRC-LENGTH (WS-SRC-IDX) - 10
           COMPUTE WS-REASON-POS  = WS-DATA-LENGTH + 1
           MOVE 0 TO WS-SOURCE-SEQ
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM QUEUE-ONE-REJECT UNTIL WS-EOF-FLAG = 1
           ADD 1 TO WS-SOURCES-COLLECTED
           DISPLAY "REJECT-COLLECTOR: "
               FUNCTION TRIM (WS-SRC-CODE (WS-SRC-IDX))
               " ITEMS QUEUED: " WS-SOURCE-COUNT
           .

      *> A reject whose customer ID isn't numeric (bad input is often
      *> why it was rejected) is queued under ID zero; the original
      *> record still shows what came in.
       QUEUE-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF REJECT-LINE NOT = SPACES
                       ADD 1 TO WS-SOURCE-SEQ
                       MOVE WS-SRC-CODE (WS-SRC-IDX) TO WQ-SOURCE
                       MOVE WS-RUN-DATE              TO WQ-RUN-DATE
                       MOVE WS-SOURCE-SEQ            TO WQ-SEQ
                       IF REJECT-LINE (WS-SRC-ID-POS (WS-SRC-IDX):6)
                           IS NUMERIC
                           MOVE REJECT-LINE
                               (WS-SRC-ID-POS (WS-SRC-IDX):6)
                               TO WQ-CUST-ID
                       ELSE
                           MOVE 0 TO WQ-CUST-ID
                       END-IF
                       MOVE REJECT-LINE (WS-REASON-POS:10)
                           TO WQ-REASON-CODE
                       SET WQ-OPEN TO TRUE
                       MOVE 'COLLECT'   TO WQ-HANDLER
                       MOVE WS-RUN-DATE TO WQ-STATUS-DATE
                       MOVE SPACES      TO WQ-ORIGINAL-RECORD
                       MOVE REJECT-LINE (1:WS-DATA-LENGTH)
                           TO WQ-ORIGINAL-RECORD
                       MOVE SPACES      TO WQ-CORRECTED-RECORD
                       WRITE WORK-QUEUE-RECORD
                           INVALID KEY
                               DISPLAY "REJECT-COLLECTOR: *** "
                                   "DUPLICATE QUEUE KEY "
                                   WQ-SOURCE " " WQ-RUN-DATE " "
                                   WQ-SEQ " ***"
                               MOVE 16 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-SOURCE-COUNT
                               ADD 1 TO WS-QUEUED-COUNT
                       END-WRITE
                   END-IF
           END-READ.

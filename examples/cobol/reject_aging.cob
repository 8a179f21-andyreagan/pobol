       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-AGING.
      *> Daily aging of the reject work queue REJECT-COLLECTOR loads
      *> and REJECT-CORRECTION works. Every item still outstanding --
      *> open, or corrected but not yet resubmitted -- is counted by
      *> the source program that rejected it and its reason code, and
      *> spread over age buckets measured from the day it was
      *> collected, with how many arrived today and the date of the
      *> oldest. A reason that shows up night after night, or a
      *> bucket that keeps filling past 30 days, is a data problem to
      *> fix at its source rather than one reject at a time.
      *> Resubmitted and closed items are finished and only counted
      *> in the run totals. The outstanding items are pulled into a
      *> work file and sorted by source and reason; each source gets
      *> a subtotal and the report a grand total. Printed in
      *> CUSTOMER-REPORT-PRINT's page format: title and run date at
      *> the top of each page, column captions, then the lines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-QUEUE-FILE ASSIGN TO
               WS-WORK-QUEUE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WQ-KEY
               FILE STATUS IS WS-WORK-QUEUE-STATUS.
           SELECT AGING-WORK-FILE ASSIGN TO
               WS-AGING-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO
               WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  AGING-WORK-FILE.
       01  AGING-WORK-RECORD.
           05  AWK-SOURCE             PIC X(8).
           05  AWK-REASON-CODE        PIC X(10).
           05  AWK-RUN-DATE           PIC 9(8).
           05  AWK-AGE-DAYS           PIC 9(5).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-SOURCE             PIC X(8).
           05  SRT-REASON-CODE        PIC X(10).
           05  SRT-RUN-DATE           PIC 9(8).
           05  SRT-AGE-DAYS           PIC 9(5).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRT-OUT-SOURCE         PIC X(8).
           05  SRT-OUT-REASON-CODE    PIC X(10).
           05  SRT-OUT-RUN-DATE       PIC 9(8).
           05  SRT-OUT-AGE-DAYS       PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-QUEUE-PATH     PIC X(256).
       01  WS-WORK-QUEUE-STATUS   PIC X(2).
       01  WS-AGING-WORK-PATH     PIC X(256).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-PATH         PIC X(256).
       01  WS-PRINT-PATH          PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-LINES-PER-PAGE-IN   PIC X(4).
       01  WS-LINES-PER-PAGE      PIC 9(4) VALUE 55.
       01  WS-PAGE-LINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PAGE-NUM            PIC 9(4) VALUE 0.

       01  WS-QUEUE-COUNT         PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-COUNT   PIC 9(7) VALUE 0.
       01  WS-RESUBMITTED-COUNT   PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT        PIC 9(7) VALUE 0.

      *> Age buckets, youngest first; the last bucket catches
      *> everything older than the one before it.
       01  WS-AGE-BUCKET-VALUES.
           05  FILLER             PIC X(10) VALUE '0-7  00007'.
           05  FILLER             PIC X(10) VALUE '8-30 00030'.
           05  FILLER             PIC X(10) VALUE '31-9000090'.
           05  FILLER             PIC X(10) VALUE '91+  99999'.
       01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-VALUES.
           05  WS-AGE-BUCKET OCCURS 4 TIMES.
               10  WS-AGE-LABEL       PIC X(5).
               10  WS-AGE-MAX-DAYS    PIC 9(5).
       01  WS-AGE-IDX             PIC 9.

      *> Running counts at three levels: 1 the current reason code,
      *> 2 the current source, 3 the whole queue. Each level is
      *> printed and cleared at its own break.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL OCCURS 3 TIMES.
               10  WS-LVL-NEW         PIC 9(6).
               10  WS-LVL-BKT-COUNT   PIC 9(6) OCCURS 4 TIMES.
               10  WS-LVL-TOTAL       PIC 9(6).
               10  WS-LVL-OLDEST      PIC 9(8).
       01  WS-LVL-IDX             PIC 9.
       01  WS-CURRENT-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-CURRENT-REASON      PIC X(10) VALUE SPACES.
       01  WS-SOURCE-COUNT        PIC 9(4) VALUE 0.

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-MM         PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-DD         PIC 9(2).

       01  HDR-LINE-1.
           05  FILLER             PIC X(24) VALUE 'REJECT QUEUE AGING'.
           05  FILLER             PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(6) VALUE 'PAGE '.
           05  HDR-PAGE-NUM       PIC ZZZ9.

       01  HDR-CAPTIONS.
           05  FILLER             PIC X(9)  VALUE 'SOURCE'.
           05  FILLER             PIC X(11) VALUE 'REASON'.
           05  FILLER             PIC X(6)  VALUE ' TODAY'.
           05  FILLER             PIC X(7)  VALUE '    0-7'.
           05  FILLER             PIC X(7)  VALUE '   8-30'.
           05  FILLER             PIC X(7)  VALUE '  31-90'.
           05  FILLER             PIC X(7)  VALUE '    91+'.
           05  FILLER             PIC X(7)  VALUE '  TOTAL'.
           05  FILLER             PIC X(7)  VALUE ' OLDEST'.

       01  DTL-LINE.
           05  DTL-SOURCE         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-REASON-CODE    PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-NEW            PIC ZZ,ZZ9.
           05  DTL-BUCKET OCCURS 4 TIMES.
               10  FILLER         PIC X(1).
               10  DTL-BKT-COUNT  PIC ZZ,ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-TOTAL          PIC ZZ,ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-OLDEST         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-WORK-QUEUE-PATH
               FROM ENVIRONMENT "DD_WORK_QUEUE_FILE"
           ACCEPT WS-AGING-WORK-PATH
               FROM ENVIRONMENT "DD_AGING_WORK_FILE"
           ACCEPT WS-SORT-WORK-PATH
               FROM ENVIRONMENT "DD_SORT_WORK_FILE"
           ACCEPT WS-SORTED-PATH
               FROM ENVIRONMENT "DD_SORTED_FILE"
           ACCEPT WS-PRINT-PATH FROM ENVIRONMENT "DD_PRINT_FILE"
           ACCEPT WS-LINES-PER-PAGE-IN
               FROM ENVIRONMENT "DD_LINES_PER_PAGE"
           IF WS-LINES-PER-PAGE-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM (WS-LINES-PER-PAGE-IN)) = 0
                   COMPUTE WS-LINES-PER-PAGE =
                       FUNCTION NUMVAL
                           (FUNCTION TRIM (WS-LINES-PER-PAGE-IN))
               ELSE
                   DISPLAY "REJECT-AGING: DD_LINES_PER_PAGE "
                       "VALUE '" FUNCTION TRIM (WS-LINES-PER-PAGE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LINES PER PAGE"
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE

           PERFORM CLEAR-LEVEL
               VARYING WS-LVL-IDX FROM 1 BY 1 UNTIL WS-LVL-IDX > 3

      *> No queue means REJECT-COLLECTOR has never run; an empty
      *> report would read as "nothing outstanding", so it is an
      *> error instead.
           OPEN INPUT WORK-QUEUE-FILE
           IF WS-WORK-QUEUE-STATUS NOT = '00'
               DISPLAY "REJECT-AGING: *** CANNOT OPEN WORK QUEUE: "
                   FUNCTION TRIM (WS-WORK-QUEUE-PATH)
                   " STATUS " WS-WORK-QUEUE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-WORK-FILE
           PERFORM SELECT-ONE-ITEM UNTIL WS-EOF-FLAG = 1
           CLOSE AGING-WORK-FILE
           CLOSE WORK-QUEUE-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SOURCE
                                SRT-REASON-CODE
               USING AGING-WORK-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM AGE-ONE-ITEM UNTIL WS-EOF-FLAG = 1
           IF WS-CURRENT-SOURCE NOT = SPACES
               PERFORM PRINT-REASON-LINE
               PERFORM PRINT-SOURCE-LINE
           END-IF
           PERFORM PRINT-GRAND-TOTAL
           CLOSE SORTED-FILE
           CLOSE PRINT-FILE

           DISPLAY "QUEUE ITEMS:           " WS-QUEUE-COUNT
           DISPLAY "OUTSTANDING:           " WS-OUTSTANDING-COUNT
           DISPLAY "RESUBMITTED:           " WS-RESUBMITTED-COUNT
           DISPLAY "CLOSED:                " WS-CLOSED-COUNT
           DISPLAY "SOURCES REPORTED:      " WS-SOURCE-COUNT
           DISPLAY "PAGES PRINTED:         " WS-PAGE-NUM
           STOP RUN.

       CLEAR-LEVEL.
           MOVE 0        TO WS-LVL-NEW (WS-LVL-IDX)
           MOVE 0        TO WS-LVL-TOTAL (WS-LVL-IDX)
           MOVE 99999999 TO WS-LVL-OLDEST (WS-LVL-IDX)
           MOVE 0        TO WS-LVL-BKT-COUNT (WS-LVL-IDX, 1)
           MOVE 0        TO WS-LVL-BKT-COUNT (WS-LVL-IDX, 2)
           MOVE 0        TO WS-LVL-BKT-COUNT (WS-LVL-IDX, 3)
           MOVE 0        TO WS-LVL-BKT-COUNT (WS-LVL-IDX, 4)
           .

       SELECT-ONE-ITEM.
           READ WORK-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-QUEUE-COUNT
                   EVALUATE TRUE
                       WHEN WQ-RESUBMITTED
                           ADD 1 TO WS-RESUBMITTED-COUNT
                       WHEN WQ-CLOSED
                           ADD 1 TO WS-CLOSED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           PERFORM WRITE-AGING-WORK
                   END-EVALUATE
           END-READ.

       WRITE-AGING-WORK.
           MOVE WQ-SOURCE      TO AWK-SOURCE
           MOVE WQ-REASON-CODE TO AWK-REASON-CODE
           MOVE WQ-RUN-DATE    TO AWK-RUN-DATE
           IF WQ-RUN-DATE >= WS-RUN-DATE
               MOVE 0 TO AWK-AGE-DAYS
           ELSE
               COMPUTE AWK-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WQ-RUN-DATE)
           END-IF
           WRITE AGING-WORK-RECORD
           .

      *> The items arrive in source and reason order; a change of
      *> reason closes out the reason line, and a change of source
      *> closes out both it and the source's subtotal.
       AGE-ONE-ITEM.
           READ SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CURRENT-SOURCE NOT = SPACES
                       IF SRT-OUT-SOURCE NOT = WS-CURRENT-SOURCE
                           PERFORM PRINT-REASON-LINE
                           PERFORM PRINT-SOURCE-LINE
                       ELSE
                           IF SRT-OUT-REASON-CODE
                               NOT = WS-CURRENT-REASON
                               PERFORM PRINT-REASON-LINE
                           END-IF
                       END-IF
                   END-IF
                   MOVE SRT-OUT-SOURCE      TO WS-CURRENT-SOURCE
                   MOVE SRT-OUT-REASON-CODE TO WS-CURRENT-REASON
                   MOVE 1 TO WS-AGE-IDX
                   PERFORM FIND-AGE-BUCKET
                       UNTIL WS-AGE-IDX = 4
                          OR SRT-OUT-AGE-DAYS
                             <= WS-AGE-MAX-DAYS (WS-AGE-IDX)
                   PERFORM ADD-ITEM-TO-LEVEL
                       VARYING WS-LVL-IDX FROM 1 BY 1
                       UNTIL WS-LVL-IDX > 3
           END-READ.

       FIND-AGE-BUCKET.
           ADD 1 TO WS-AGE-IDX
           .

       ADD-ITEM-TO-LEVEL.
           IF SRT-OUT-AGE-DAYS = 0
               ADD 1 TO WS-LVL-NEW (WS-LVL-IDX)
           END-IF
           ADD 1 TO WS-LVL-BKT-COUNT (WS-LVL-IDX, WS-AGE-IDX)
           ADD 1 TO WS-LVL-TOTAL (WS-LVL-IDX)
           IF SRT-OUT-RUN-DATE < WS-LVL-OLDEST (WS-LVL-IDX)
               MOVE SRT-OUT-RUN-DATE TO WS-LVL-OLDEST (WS-LVL-IDX)
           END-IF
           .

       PRINT-REASON-LINE.
           MOVE WS-CURRENT-SOURCE TO DTL-SOURCE
           MOVE WS-CURRENT-REASON TO DTL-REASON-CODE
           MOVE 1 TO WS-LVL-IDX
           PERFORM BUILD-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           PERFORM CLEAR-LEVEL
           .

      *> The source subtotal is followed by a blank line so each
      *> source reads as its own block.
       PRINT-SOURCE-LINE.
           MOVE WS-CURRENT-SOURCE TO DTL-SOURCE
           MOVE 'ALL'             TO DTL-REASON-CODE
           MOVE 2 TO WS-LVL-IDX
           PERFORM BUILD-DETAIL-LINE
           PERFORM WRITE-DETAIL-LINE
           PERFORM CLEAR-LEVEL
           ADD 1 TO WS-SOURCE-COUNT
           MOVE SPACES TO DTL-LINE
           PERFORM WRITE-DETAIL-LINE
           .

       BUILD-DETAIL-LINE.
           MOVE WS-LVL-NEW (WS-LVL-IDX) TO DTL-NEW
           MOVE SPACES TO DTL-BUCKET (1)
           MOVE SPACES TO DTL-BUCKET (2)
           MOVE SPACES TO DTL-BUCKET (3)
           MOVE SPACES TO DTL-BUCKET (4)
           MOVE WS-LVL-BKT-COUNT (WS-LVL-IDX, 1) TO DTL-BKT-COUNT (1)
           MOVE WS-LVL-BKT-COUNT (WS-LVL-IDX, 2) TO DTL-BKT-COUNT (2)
           MOVE WS-LVL-BKT-COUNT (WS-LVL-IDX, 3) TO DTL-BKT-COUNT (3)
           MOVE WS-LVL-BKT-COUNT (WS-LVL-IDX, 4) TO DTL-BKT-COUNT (4)
           MOVE WS-LVL-TOTAL (WS-LVL-IDX) TO DTL-TOTAL
           IF WS-LVL-TOTAL (WS-LVL-IDX) = 0
               MOVE SPACES TO DTL-OLDEST
           ELSE
               MOVE WS-LVL-OLDEST (WS-LVL-IDX) (1:4) TO WS-DATE-YYYY
               MOVE WS-LVL-OLDEST (WS-LVL-IDX) (5:2) TO WS-DATE-MM
               MOVE WS-LVL-OLDEST (WS-LVL-IDX) (7:2) TO WS-DATE-DD
               MOVE WS-DATE-LINE TO DTL-OLDEST
           END-IF
           .

       WRITE-DETAIL-LINE.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-PAGE-LINE-COUNT
           IF WS-PAGE-LINE-COUNT = WS-LINES-PER-PAGE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE BEFORE ADVANCING PAGE
               MOVE 0 TO WS-PAGE-LINE-COUNT
           END-IF
           .

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO HDR-PAGE-NUM
           MOVE HDR-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE HDR-CAPTIONS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *> A queue with nothing outstanding still prints its header and
      *> a zero total, so the report can be seen to have run.
       PRINT-GRAND-TOTAL.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE 'TOTAL'  TO DTL-SOURCE
           MOVE SPACES   TO DTL-REASON-CODE
           MOVE 3 TO WS-LVL-IDX
           PERFORM BUILD-DETAIL-LINE
           MOVE DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

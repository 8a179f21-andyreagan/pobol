       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-TAX-REPORT.
      *> Monthly sales-tax return worksheet, by state, from the fee tax
      *> detail FEE-ASSESSMENT appends for every fee it assesses. For
      *> each state it shows the fees that were taxed, the fees left
      *> untaxed because the customer held an exemption certificate,
      *> the fees that state doesn't tax, and the tax collected, with
      *> a grand total line that ties to the month's FCTL-TOTAL-TAX
      *> postings. Fees charged to a customer with no address on file
      *> can't be sourced to a state; they print under state ?? so
      *> they are seen and fixed rather than quietly left off a
      *> return.
      *> The report month defaults to the month before the run, since
      *> the return is filed once the month has ended, and can be set
      *> with DD_REPORT_MONTH (YYYYMM) to reprint any month. Printed
      *> in CUSTOMER-REPORT-PRINT's page format: title and run date at
      *> the top of each page, column captions, then the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TAX-DETAIL-FILE ASSIGN TO
               WS-FEE-TAX-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TAX-DETAIL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO
               WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout FEE-ASSESSMENT appends.
       FD  FEE-TAX-DETAIL-FILE.
       01  FEE-TAX-DETAIL-RECORD.
           05  FTD-POSTING-DATE       PIC 9(8).
           05  FTD-CUST-ID            PIC 9(6).
           05  FTD-STATE              PIC X(2).
           05  FTD-CATEGORY           PIC X(1).
           05  FTD-FEE                PIC S9(7)V9(2).
           05  FTD-RATE               PIC V9(5).
           05  FTD-TAX                PIC S9(7)V9(2).
           05  FTD-CERT-NUMBER        PIC X(20).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-POSTING-DATE       PIC 9(8).
           05  SRT-CUST-ID            PIC 9(6).
           05  SRT-STATE              PIC X(2).
           05  SRT-CATEGORY           PIC X(1).
           05  SRT-FEE                PIC S9(7)V9(2).
           05  SRT-RATE               PIC V9(5).
           05  SRT-TAX                PIC S9(7)V9(2).
           05  SRT-CERT-NUMBER        PIC X(20).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRT-OUT-POSTING-DATE   PIC 9(8).
           05  SRT-OUT-CUST-ID        PIC 9(6).
           05  SRT-OUT-STATE          PIC X(2).
           05  SRT-OUT-CATEGORY       PIC X(1).
               88  SRT-OUT-TAXED             VALUE 'T'.
               88  SRT-OUT-EXEMPT            VALUE 'E'.
           05  SRT-OUT-FEE            PIC S9(7)V9(2).
           05  SRT-OUT-RATE           PIC V9(5).
           05  SRT-OUT-TAX            PIC S9(7)V9(2).
           05  SRT-OUT-CERT-NUMBER    PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FEE-TAX-DETAIL-PATH PIC X(256).
       01  WS-FEE-TAX-DETAIL-STATUS PIC X(2).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-PATH         PIC X(256).
       01  WS-PRINT-PATH          PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REPORT-MONTH-IN     PIC X(6).
       01  WS-REPORT-MONTH        PIC 9(6).
       01  WS-REPORT-YYYY         PIC 9(4).
       01  WS-REPORT-MM           PIC 9(2).

       01  WS-LINES-PER-PAGE-IN   PIC X(4).
       01  WS-LINES-PER-PAGE      PIC 9(4) VALUE 55.
       01  WS-PAGE-LINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PAGE-NUM            PIC 9(4) VALUE 0.

      *> Current state's running totals, and the month's.
       01  WS-CURRENT-STATE       PIC X(2) VALUE SPACES.
       01  WS-STATE-FEE-COUNT     PIC 9(6) VALUE 0.
       01  WS-STATE-TAXABLE       PIC S9(9)V9(2) VALUE 0.
       01  WS-STATE-EXEMPT        PIC S9(9)V9(2) VALUE 0.
       01  WS-STATE-NOT-TAXED     PIC S9(9)V9(2) VALUE 0.
       01  WS-STATE-TAX           PIC S9(9)V9(2) VALUE 0.
       01  WS-STATE-COUNT         PIC 9(4) VALUE 0.
       01  WS-FEE-COUNT           PIC 9(6) VALUE 0.
       01  WS-TOTAL-TAXABLE       PIC S9(9)V9(2) VALUE 0.
       01  WS-TOTAL-EXEMPT        PIC S9(9)V9(2) VALUE 0.
       01  WS-TOTAL-NOT-TAXED     PIC S9(9)V9(2) VALUE 0.
       01  WS-TOTAL-TAX           PIC S9(9)V9(2) VALUE 0.

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-MM         PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-DD         PIC 9(2).

       01  HDR-LINE-1.
           05  FILLER             PIC X(24) VALUE 'SALES TAX ON FEES'.
           05  FILLER             PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(6) VALUE 'PAGE '.
           05  HDR-PAGE-NUM       PIC ZZZ9.

       01  HDR-MONTH-LINE.
           05  FILLER             PIC X(14) VALUE 'REPORT MONTH: '.
           05  HDR-MONTH-YYYY     PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  HDR-MONTH-MM       PIC 9(2).

       01  HDR-CAPTIONS.
           05  FILLER             PIC X(6)  VALUE 'STATE'.
           05  FILLER             PIC X(16) VALUE '  TAXABLE FEES'.
           05  FILLER             PIC X(16) VALUE '   EXEMPT FEES'.
           05  FILLER             PIC X(16) VALUE '  NOT TAXED'.
           05  FILLER             PIC X(16) VALUE 'TAX COLLECTED'.

       01  DTL-LINE.
           05  DTL-STATE          PIC X(5).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-TAXABLE        PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-EXEMPT         PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-NOT-TAXED      PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-TAX            PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-FEE-TAX-DETAIL-PATH
               FROM ENVIRONMENT "DD_FEE_TAX_DETAIL_FILE"
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
                   DISPLAY "SALES-TAX-REPORT: DD_LINES_PER_PAGE "
                       "VALUE '" FUNCTION TRIM (WS-LINES-PER-PAGE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LINES PER PAGE"
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE
           PERFORM SET-REPORT-MONTH
           MOVE WS-REPORT-MONTH(1:4) TO HDR-MONTH-YYYY
           MOVE WS-REPORT-MONTH(5:2) TO HDR-MONTH-MM

      *> A missing detail file means FEE-ASSESSMENT has never taxed a
      *> fee; a return filed from an empty report would be wrong, so
      *> it is treated as the stale input it most likely is.
           OPEN INPUT FEE-TAX-DETAIL-FILE
           IF WS-FEE-TAX-DETAIL-STATUS NOT = '00'
               DISPLAY "SALES-TAX-REPORT: *** CANNOT OPEN FEE TAX "
                   "DETAIL FILE: "
                   FUNCTION TRIM (WS-FEE-TAX-DETAIL-PATH)
                   " STATUS " WS-FEE-TAX-DETAIL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FEE-TAX-DETAIL-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-STATE
               USING FEE-TAX-DETAIL-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM ACCUMULATE-FEE UNTIL WS-EOF-FLAG = 1
           IF WS-CURRENT-STATE NOT = SPACES
               PERFORM PRINT-STATE-LINE
           END-IF
           PERFORM PRINT-GRAND-TOTAL
           CLOSE SORTED-FILE
           CLOSE PRINT-FILE

           DISPLAY "FEES IN MONTH:         " WS-FEE-COUNT
           DISPLAY "STATES REPORTED:       " WS-STATE-COUNT
           DISPLAY "TAXABLE FEES:          " WS-TOTAL-TAXABLE
           DISPLAY "EXEMPT FEES:           " WS-TOTAL-EXEMPT
           DISPLAY "FEES NOT TAXED:        " WS-TOTAL-NOT-TAXED
           DISPLAY "TAX COLLECTED:         " WS-TOTAL-TAX
           DISPLAY "PAGES PRINTED:         " WS-PAGE-NUM
           STOP RUN.

       SET-REPORT-MONTH.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM = 1
               MOVE 12 TO WS-REPORT-MM
               SUBTRACT 1 FROM WS-REPORT-YYYY
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           COMPUTE WS-REPORT-MONTH = WS-REPORT-YYYY * 100
               + WS-REPORT-MM
           ACCEPT WS-REPORT-MONTH-IN
               FROM ENVIRONMENT "DD_REPORT_MONTH"
           IF WS-REPORT-MONTH-IN NOT = SPACES
               IF WS-REPORT-MONTH-IN IS NUMERIC
                   MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "SALES-TAX-REPORT: DD_REPORT_MONTH VALUE '"
                       FUNCTION TRIM (WS-REPORT-MONTH-IN)
                       "' IS NOT YYYYMM, USING THE PRIOR MONTH"
               END-IF
           END-IF
           .

      *> The detail arrives in state order; a change of state closes
      *> out the one before it. Fees posted outside the report month
      *> are passed over.
       ACCUMULATE-FEE.
           READ SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF SRT-OUT-POSTING-DATE(1:6) = WS-REPORT-MONTH
                       IF SRT-OUT-STATE NOT = WS-CURRENT-STATE
                           IF WS-CURRENT-STATE NOT = SPACES
                               PERFORM PRINT-STATE-LINE
                           END-IF
                           MOVE SRT-OUT-STATE TO WS-CURRENT-STATE
                       END-IF
                       PERFORM ADD-FEE-TO-STATE
                   END-IF
           END-READ.

      *> Only a taxed fee carries tax. Exempt fees are reported
      *> apart from the fees the state doesn't tax at all, because a
      *> return claims exempt sales against a certificate.
       ADD-FEE-TO-STATE.
           ADD 1 TO WS-STATE-FEE-COUNT
           EVALUATE TRUE
               WHEN SRT-OUT-TAXED
                   ADD SRT-OUT-FEE TO WS-STATE-TAXABLE
                   ADD SRT-OUT-TAX TO WS-STATE-TAX
               WHEN SRT-OUT-EXEMPT
                   ADD SRT-OUT-FEE TO WS-STATE-EXEMPT
               WHEN OTHER
                   ADD SRT-OUT-FEE TO WS-STATE-NOT-TAXED
           END-EVALUATE
           .

       PRINT-STATE-LINE.
           MOVE WS-CURRENT-STATE   TO DTL-STATE
           MOVE WS-STATE-TAXABLE   TO DTL-TAXABLE
           MOVE WS-STATE-EXEMPT    TO DTL-EXEMPT
           MOVE WS-STATE-NOT-TAXED TO DTL-NOT-TAXED
           MOVE WS-STATE-TAX       TO DTL-TAX
           PERFORM WRITE-DETAIL-LINE

           ADD 1                   TO WS-STATE-COUNT
           ADD WS-STATE-FEE-COUNT  TO WS-FEE-COUNT
           ADD WS-STATE-TAXABLE    TO WS-TOTAL-TAXABLE
           ADD WS-STATE-EXEMPT     TO WS-TOTAL-EXEMPT
           ADD WS-STATE-NOT-TAXED  TO WS-TOTAL-NOT-TAXED
           ADD WS-STATE-TAX        TO WS-TOTAL-TAX
           MOVE 0 TO WS-STATE-FEE-COUNT
           MOVE 0 TO WS-STATE-TAXABLE
           MOVE 0 TO WS-STATE-EXEMPT
           MOVE 0 TO WS-STATE-NOT-TAXED
           MOVE 0 TO WS-STATE-TAX
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
           MOVE HDR-MONTH-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE HDR-CAPTIONS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *> A month with no fees still prints its header and a zero
      *> total, so finance can see the report was run.
       PRINT-GRAND-TOTAL.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TOTAL'            TO DTL-STATE
           MOVE WS-TOTAL-TAXABLE   TO DTL-TAXABLE
           MOVE WS-TOTAL-EXEMPT    TO DTL-EXEMPT
           MOVE WS-TOTAL-NOT-TAXED TO DTL-NOT-TAXED
           MOVE WS-TOTAL-TAX       TO DTL-TAX
           MOVE DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

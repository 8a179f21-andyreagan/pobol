       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEOFF-REPORT.
      *> Monthly charge-off and recovery report for the auditors.
      *> Lists every charge-off CHARGE-OFF made in the report month,
      *> from its charge-off history log, and every recovery
      *> CASH-APPLICATION booked against a charge-off in the month,
      *> from the recovery log, each section with its own count and
      *> total, and closes with the month's net charge-off (written
      *> off less recovered). The report month defaults to the month
      *> of the run and can be set with DD_REPORT_MONTH (YYYYMM) to
      *> reprint an earlier month; since both sections come from
      *> append-only logs, a reprint shows the month exactly as it
      *> first printed, whatever has happened to the accounts since.
      *> The keyed CHARGED-OFF-FILE only supplies the customer name
      *> for a recovery. Printed in CUSTOMER-REPORT-PRINT's
      *> page format: title and run date at the top of each page,
      *> column captions, and a form feed between pages and between
      *> the two sections.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGED-OFF-FILE ASSIGN TO
               WS-CHARGED-OFF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUST-ID
               FILE STATUS IS WS-CHARGED-OFF-STATUS.
           SELECT CHARGEOFF-HISTORY-FILE ASSIGN TO
               WS-CHARGEOFF-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-HISTORY-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO
               WS-RECOVERY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT PRINT-FILE ASSIGN TO
               WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout CHARGE-OFF maintains.
       FD  CHARGED-OFF-FILE.
       01  CHARGED-OFF-RECORD.
           05  CO-CUST-ID             PIC 9(6).
           05  CO-CUST-NAME           PIC X(30).
           05  CO-AMOUNT              PIC 9(7)V9(2).
           05  CO-LAST-AMOUNT         PIC 9(7)V9(2).
           05  CO-DATE                PIC 9(8).
           05  CO-LAST-NOTICE-DATE    PIC 9(8).
           05  CO-NOTICE-LEVEL        PIC 9(1).
           05  CO-FINAL-DATE          PIC 9(8).
           05  CO-RECOVERED           PIC 9(7)V9(2).
           05  CO-LAST-RECOVERY-DATE  PIC 9(8).

      *> Same layout CHARGE-OFF appends.
       FD  CHARGEOFF-HISTORY-FILE.
       01  CHARGEOFF-HISTORY-RECORD.
           05  COH-CUST-ID            PIC 9(6).
           05  COH-CUST-NAME          PIC X(30).
           05  COH-DATE               PIC 9(8).
           05  COH-AMOUNT             PIC 9(7)V9(2).
           05  COH-LAST-NOTICE-DATE   PIC 9(8).
           05  COH-NOTICE-LEVEL       PIC 9(1).
           05  COH-FINAL-DATE         PIC 9(8).

      *> Same layout CASH-APPLICATION appends.
       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RCV-CUST-ID        PIC 9(6).
           05  RCV-DATE           PIC 9(8).
           05  RCV-AMOUNT         PIC 9(7)V9(2).
           05  RCV-DEPOSIT-DATE   PIC 9(8).
           05  RCV-BATCH-NUM      PIC 9(3).
           05  RCV-ITEM-SEQ       PIC 9(4).
           05  RCV-MATCH-METHOD   PIC X(1).

       FD  PRINT-FILE.
       01  PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHARGED-OFF-PATH    PIC X(256).
       01  WS-CHARGED-OFF-STATUS  PIC X(2).
           88  WS-CHARGED-OFF-FOUND      VALUE '00'.
       01  WS-CHARGEOFF-HISTORY-PATH PIC X(256).
       01  WS-CHARGEOFF-HISTORY-STATUS PIC X(2).
       01  WS-RECOVERY-PATH       PIC X(256).
       01  WS-RECOVERY-STATUS     PIC X(2).
       01  WS-PRINT-PATH          PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-REPORT-MONTH-IN     PIC X(6).
       01  WS-REPORT-MONTH        PIC 9(6).

       01  WS-LINES-PER-PAGE-IN   PIC X(4).
       01  WS-LINES-PER-PAGE      PIC 9(4) VALUE 55.
       01  WS-PAGE-LINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PAGE-NUM            PIC 9(4) VALUE 0.

       01  WS-CHARGEOFF-COUNT     PIC 9(6) VALUE 0.
       01  WS-CHARGEOFF-TOTAL     PIC 9(9)V9(2) VALUE 0.
       01  WS-RECOVERY-COUNT      PIC 9(6) VALUE 0.
       01  WS-RECOVERY-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01  WS-NET-CHARGEOFF       PIC S9(9)V9(2) VALUE 0.

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-MM         PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-DD         PIC 9(2).

       01  HDR-LINE-1.
           05  FILLER             PIC X(24) VALUE 'CHARGE-OFF/RECOVERY'.
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
           05  FILLER             PIC X(4) VALUE SPACES.
           05  HDR-SECTION        PIC X(20).

       01  HDR-LINE-2             PIC X(80).

       01  HDR-CHARGEOFF-CAPTIONS.
           05  FILLER             PIC X(8)  VALUE 'CUST ID'.
           05  FILLER             PIC X(32) VALUE 'NAME'.
           05  FILLER             PIC X(12) VALUE 'AT FINAL'.
           05  FILLER             PIC X(12) VALUE 'CHARGED OFF'.
           05  FILLER             PIC X(16) VALUE 'AMOUNT'.

       01  HDR-RECOVERY-CAPTIONS.
           05  FILLER             PIC X(8)  VALUE 'CUST ID'.
           05  FILLER             PIC X(32) VALUE 'NAME'.
           05  FILLER             PIC X(12) VALUE 'RECOVERED'.
           05  FILLER             PIC X(12) VALUE 'DEPOSIT'.
           05  FILLER             PIC X(16) VALUE 'AMOUNT'.

       01  DTL-LINE.
           05  DTL-CUST-ID        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-CUST-NAME      PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-DATE-1         PIC 9(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  DTL-DATE-2         PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT         PIC $$$,$$$,$$9.99.

       01  TOT-LINE.
           05  TOT-LABEL          PIC X(24).
           05  TOT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE ' ACCOUNTS'.
           05  FILLER             PIC X(23) VALUE SPACES.
           05  TOT-AMOUNT         PIC $$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CHARGED-OFF-PATH
               FROM ENVIRONMENT "DD_CHARGEOFF_FILE"
           ACCEPT WS-CHARGEOFF-HISTORY-PATH
               FROM ENVIRONMENT "DD_CHARGEOFF_HISTORY_FILE"
           ACCEPT WS-RECOVERY-PATH FROM ENVIRONMENT "DD_RECOVERY_FILE"
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
                   DISPLAY "CHARGEOFF-REPORT: DD_LINES_PER_PAGE "
                       "VALUE '" FUNCTION TRIM (WS-LINES-PER-PAGE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LINES PER PAGE"
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH-IN
               FROM ENVIRONMENT "DD_REPORT_MONTH"
           IF WS-REPORT-MONTH-IN NOT = SPACES
               IF WS-REPORT-MONTH-IN IS NUMERIC
                   MOVE WS-REPORT-MONTH-IN TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "CHARGEOFF-REPORT: DD_REPORT_MONTH VALUE '"
                       FUNCTION TRIM (WS-REPORT-MONTH-IN)
                       "' IS NOT YYYYMM, USING THE CURRENT MONTH"
               END-IF
           END-IF
           MOVE WS-REPORT-MONTH(1:4) TO HDR-MONTH-YYYY
           MOVE WS-REPORT-MONTH(5:2) TO HDR-MONTH-MM

           OPEN INPUT CHARGED-OFF-FILE
           IF WS-CHARGED-OFF-STATUS NOT = '00'
               DISPLAY "CHARGEOFF-REPORT: *** CANNOT OPEN CHARGED-OFF "
                   "FILE: " FUNCTION TRIM (WS-CHARGED-OFF-PATH)
                   " STATUS " WS-CHARGED-OFF-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE

      *> No history log yet simply means nothing has been charged off.
           MOVE 'CHARGE-OFFS'          TO HDR-SECTION
           MOVE HDR-CHARGEOFF-CAPTIONS TO HDR-LINE-2
           OPEN INPUT CHARGEOFF-HISTORY-FILE
           IF WS-CHARGEOFF-HISTORY-STATUS = '00'
               PERFORM PRINT-CHARGE-OFF UNTIL WS-EOF-FLAG = 1
               CLOSE CHARGEOFF-HISTORY-FILE
           END-IF
           MOVE 'TOTAL CHARGED OFF'  TO TOT-LABEL
           MOVE WS-CHARGEOFF-COUNT   TO TOT-COUNT
           MOVE WS-CHARGEOFF-TOTAL   TO TOT-AMOUNT
           PERFORM WRITE-SECTION-TOTAL

      *> No recovery log yet simply means nothing has been recovered.
           MOVE 'RECOVERIES'           TO HDR-SECTION
           MOVE HDR-RECOVERY-CAPTIONS  TO HDR-LINE-2
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = '00'
               PERFORM PRINT-RECOVERY UNTIL WS-EOF-FLAG = 1
               CLOSE RECOVERY-FILE
           END-IF
           MOVE 'TOTAL RECOVERED'    TO TOT-LABEL
           MOVE WS-RECOVERY-COUNT    TO TOT-COUNT
           MOVE WS-RECOVERY-TOTAL    TO TOT-AMOUNT
           PERFORM WRITE-SECTION-TOTAL

           COMPUTE WS-NET-CHARGEOFF =
               WS-CHARGEOFF-TOTAL - WS-RECOVERY-TOTAL
           MOVE SPACES TO HDR-SECTION
           MOVE SPACES TO HDR-LINE-2
           PERFORM WRITE-PAGE-HEADER
           MOVE 'NET CHARGE-OFF'     TO TOT-LABEL
           MOVE WS-CHARGEOFF-COUNT   TO TOT-COUNT
           MOVE WS-NET-CHARGEOFF     TO TOT-AMOUNT
           MOVE TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           CLOSE CHARGED-OFF-FILE
           CLOSE PRINT-FILE

           DISPLAY "CHARGE-OFFS IN MONTH:  " WS-CHARGEOFF-COUNT
           DISPLAY "TOTAL CHARGED OFF:     " WS-CHARGEOFF-TOTAL
           DISPLAY "RECOVERIES IN MONTH:   " WS-RECOVERY-COUNT
           DISPLAY "TOTAL RECOVERED:       " WS-RECOVERY-TOTAL
           DISPLAY "PAGES PRINTED:         " WS-PAGE-NUM
           STOP RUN.

      *> Every charge-off made in the month is reported, in the order
      *> the runs made them, including an account charged off again.
       PRINT-CHARGE-OFF.
           READ CHARGEOFF-HISTORY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF COH-DATE(1:6) = WS-REPORT-MONTH
                       MOVE COH-CUST-ID    TO DTL-CUST-ID
                       MOVE COH-CUST-NAME  TO DTL-CUST-NAME
                       MOVE COH-FINAL-DATE TO DTL-DATE-1
                       MOVE COH-DATE       TO DTL-DATE-2
                       MOVE COH-AMOUNT     TO DTL-AMOUNT
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO WS-CHARGEOFF-COUNT
                       ADD COH-AMOUNT TO WS-CHARGEOFF-TOTAL
                   END-IF
           END-READ.

       PRINT-RECOVERY.
           READ RECOVERY-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF RCV-DATE(1:6) = WS-REPORT-MONTH
                       MOVE RCV-CUST-ID TO CO-CUST-ID
                       READ CHARGED-OFF-FILE
                           INVALID KEY
                               MOVE SPACES TO CO-CUST-NAME
                       END-READ
                       MOVE RCV-CUST-ID      TO DTL-CUST-ID
                       MOVE CO-CUST-NAME     TO DTL-CUST-NAME
                       MOVE RCV-DATE         TO DTL-DATE-1
                       MOVE RCV-DEPOSIT-DATE TO DTL-DATE-2
                       MOVE RCV-AMOUNT       TO DTL-AMOUNT
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD RCV-AMOUNT TO WS-RECOVERY-TOTAL
                   END-IF
           END-READ.

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
           MOVE HDR-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *> Closes out a section: its total line, then a form feed so the
      *> next section starts on a fresh page. A section with nothing
      *> in it still gets its header and a zero total, so the auditors
      *> can see it was run.
       WRITE-SECTION-TOTAL.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE BEFORE ADVANCING PAGE
           MOVE 0 TO WS-PAGE-LINE-COUNT
           .

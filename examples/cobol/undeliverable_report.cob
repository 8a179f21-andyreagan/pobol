       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDELIVERABLE-REPORT.
      *> Lists every account whose mailing address RETURNED-MAIL has
      *> marked undeliverable, longest-undeliverable first, as the
      *> worklist for lost-customer searches. An address stays
      *> undeliverable until ADDRESS-MAINTENANCE corrects it, so the
      *> top of this report is the accounts we have been unable to
      *> reach the longest. Each line shows the date the first piece
      *> came back, the days since, the latest piece returned, how
      *> many have come back, and the balance on the master, since a
      *> lost customer we owe money to is the one ESCHEATMENT will
      *> eventually have to remit.
      *> The undeliverable addresses are pulled from the address file
      *> into a work file and sorted by that first-return date.
      *> Printed in CUSTOMER-REPORT-PRINT's page format: title and run
      *> date at the top of each page, column captions, then the
      *> lines and a count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE ASSIGN TO
               WS-ADDRESS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT UNDELIV-WORK-FILE ASSIGN TO
               WS-UNDELIV-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO
               WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ADDRESS-FILE.
       01  ADDRESS-RECORD.
           COPY ADDRREC REPLACING
               ==DS-ADR-CUST-ID==  BY ==ADR-CUST-ID==
               ==DS-ADR-STREET-1== BY ==ADR-STREET-1==
               ==DS-ADR-STREET-2== BY ==ADR-STREET-2==
               ==DS-ADR-CITY==     BY ==ADR-CITY==
               ==DS-ADR-STATE==    BY ==ADR-STATE==
               ==DS-ADR-POSTAL==   BY ==ADR-POSTAL==
               ==DS-ADR-CONTACT==  BY ==ADR-CONTACT==
               ==DS-ADR-MAIL-STATUS==   BY ==ADR-MAIL-STATUS==
               ==DS-ADR-UNDELIVERABLE== BY ==ADR-UNDELIVERABLE==
               ==DS-ADR-UNDELIV-DATE==  BY ==ADR-UNDELIV-DATE==
               ==DS-ADR-RETURN-DATE==   BY ==ADR-RETURN-DATE==
               ==DS-ADR-RETURN-PIECE==  BY ==ADR-RETURN-PIECE==
               ==DS-ADR-RETURN-COUNT==  BY ==ADR-RETURN-COUNT==.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> One line per undeliverable address, first-return date first
      *> so it is the sort key.
       FD  UNDELIV-WORK-FILE.
       01  UNDELIV-WORK-RECORD.
           05  UWK-UNDELIV-DATE       PIC 9(8).
           05  UWK-CUST-ID            PIC 9(6).
           05  UWK-CUST-NAME          PIC X(30).
           05  UWK-RETURN-PIECE       PIC X(4).
           05  UWK-RETURN-COUNT       PIC 9(3).
           05  UWK-BALANCE            PIC S9(7)V9(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-UNDELIV-DATE       PIC 9(8).
           05  SRT-CUST-ID            PIC 9(6).
           05  SRT-CUST-NAME          PIC X(30).
           05  SRT-RETURN-PIECE       PIC X(4).
           05  SRT-RETURN-COUNT       PIC 9(3).
           05  SRT-BALANCE            PIC S9(7)V9(2).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRT-OUT-UNDELIV-DATE   PIC 9(8).
           05  SRT-OUT-CUST-ID        PIC 9(6).
           05  SRT-OUT-CUST-NAME      PIC X(30).
           05  SRT-OUT-RETURN-PIECE   PIC X(4).
           05  SRT-OUT-RETURN-COUNT   PIC 9(3).
           05  SRT-OUT-BALANCE        PIC S9(7)V9(2).

       FD  PRINT-FILE.
       01  PRINT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADDRESS-PATH        PIC X(256).
       01  WS-ADDRESS-STATUS      PIC X(2).
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
       01  WS-UNDELIV-WORK-PATH   PIC X(256).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-PATH         PIC X(256).
       01  WS-PRINT-PATH          PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-LINES-PER-PAGE-IN   PIC X(4).
       01  WS-LINES-PER-PAGE      PIC 9(4) VALUE 55.
       01  WS-PAGE-LINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PAGE-NUM            PIC 9(4) VALUE 0.

       01  WS-ADDRESS-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNDELIV-COUNT       PIC 9(6) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT PIC 9(6) VALUE 0.
       01  WS-DAYS-UNDELIV        PIC 9(5).

       01  WS-DATE-LINE.
           05  WS-DATE-YYYY       PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-MM         PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  WS-DATE-DD         PIC 9(2).

       01  HDR-LINE-1.
           05  FILLER             PIC X(24)
               VALUE 'UNDELIVERABLE ADDRESSES'.
           05  FILLER             PIC X(11) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(6) VALUE 'PAGE '.
           05  HDR-PAGE-NUM       PIC ZZZ9.

       01  HDR-CAPTIONS.
           05  FILLER             PIC X(7)  VALUE 'ID'.
           05  FILLER             PIC X(27) VALUE 'NAME'.
           05  FILLER             PIC X(11) VALUE 'SINCE'.
           05  FILLER             PIC X(6)  VALUE ' DAYS'.
           05  FILLER             PIC X(6)  VALUE 'PIECE'.
           05  FILLER             PIC X(4)  VALUE 'RET'.
           05  FILLER             PIC X(15) VALUE '        BALANCE'.

       01  DTL-LINE.
           05  DTL-CUST-ID        PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-CUST-NAME      PIC X(26).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-UNDELIV-DATE   PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-DAYS           PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-RETURN-PIECE   PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-RETURN-COUNT   PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-BALANCE        PIC $$$,$$$,$$9.99-.

       01  TOT-LINE.
           05  FILLER             PIC X(24)
               VALUE 'UNDELIVERABLE ACCOUNTS: '.
           05  TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ADDRESS-PATH FROM ENVIRONMENT "DD_ADDRESS_FILE"
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-UNDELIV-WORK-PATH
               FROM ENVIRONMENT "DD_UNDELIV_WORK_FILE"
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
                   DISPLAY "UNDELIVERABLE-REPORT: DD_LINES_PER_PAGE "
                       "VALUE '" FUNCTION TRIM (WS-LINES-PER-PAGE-IN)
                       "' IS NOT NUMERIC, USING DEFAULT LINES PER PAGE"
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD
           MOVE WS-DATE-LINE     TO HDR-RUN-DATE

           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY "UNDELIVERABLE-REPORT: *** CANNOT OPEN "
                   "ADDRESS FILE: " FUNCTION TRIM (WS-ADDRESS-PATH)
                   " STATUS " WS-ADDRESS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "UNDELIVERABLE-REPORT: *** CANNOT OPEN "
                   "MASTER FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               CLOSE ADDRESS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT UNDELIV-WORK-FILE
           PERFORM SELECT-ONE-ADDRESS UNTIL WS-EOF-FLAG = 1
           CLOSE UNDELIV-WORK-FILE
           CLOSE ADDRESS-FILE
           CLOSE MASTER-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-UNDELIV-DATE
                                SRT-CUST-ID
               USING UNDELIV-WORK-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM PRINT-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 1
           PERFORM PRINT-TOTAL
           CLOSE SORTED-FILE
           CLOSE PRINT-FILE

           DISPLAY "ADDRESSES READ:        " WS-ADDRESS-COUNT
           DISPLAY "UNDELIVERABLE:         " WS-UNDELIV-COUNT
           DISPLAY "NOT ON MASTER:         " WS-NOT-ON-MASTER-COUNT
           DISPLAY "PAGES PRINTED:         " WS-PAGE-NUM
           STOP RUN.

      *> An undeliverable address whose account has since left the
      *> master is still listed, with no name or balance, so the
      *> stale address gets cleaned up.
       SELECT-ONE-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ADDRESS-COUNT
                   IF ADR-UNDELIVERABLE
                       PERFORM WRITE-UNDELIV-WORK
                   END-IF
           END-READ.

       WRITE-UNDELIV-WORK.
           MOVE ADR-UNDELIV-DATE TO UWK-UNDELIV-DATE
           MOVE ADR-CUST-ID      TO UWK-CUST-ID
           MOVE ADR-RETURN-PIECE TO UWK-RETURN-PIECE
           MOVE ADR-RETURN-COUNT TO UWK-RETURN-COUNT
           MOVE ADR-CUST-ID      TO MST-CUST-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MASTER-FOUND
               MOVE MST-CUST-NAME TO UWK-CUST-NAME
               MOVE MST-BALANCE   TO UWK-BALANCE
           ELSE
               MOVE '*** NOT ON MASTER ***' TO UWK-CUST-NAME
               MOVE 0             TO UWK-BALANCE
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF
           WRITE UNDELIV-WORK-RECORD
           .

       PRINT-ONE-ACCOUNT.
           READ SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-UNDELIV-COUNT
                   COMPUTE WS-DAYS-UNDELIV =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (SRT-OUT-UNDELIV-DATE)
                   MOVE SRT-OUT-UNDELIV-DATE(1:4) TO WS-DATE-YYYY
                   MOVE SRT-OUT-UNDELIV-DATE(5:2) TO WS-DATE-MM
                   MOVE SRT-OUT-UNDELIV-DATE(7:2) TO WS-DATE-DD
                   MOVE WS-DATE-LINE          TO DTL-UNDELIV-DATE
                   MOVE SRT-OUT-CUST-ID       TO DTL-CUST-ID
                   MOVE SRT-OUT-CUST-NAME     TO DTL-CUST-NAME
                   MOVE WS-DAYS-UNDELIV       TO DTL-DAYS
                   MOVE SRT-OUT-RETURN-PIECE  TO DTL-RETURN-PIECE
                   MOVE SRT-OUT-RETURN-COUNT  TO DTL-RETURN-COUNT
                   MOVE SRT-OUT-BALANCE       TO DTL-BALANCE
                   PERFORM WRITE-DETAIL-LINE
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
           MOVE HDR-CAPTIONS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *> A run with nothing undeliverable still prints its header and
      *> a zero count, so it can be seen to have run.
       PRINT-TOTAL.
           IF WS-PAGE-LINE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-UNDELIV-COUNT TO TOT-COUNT
           MOVE TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

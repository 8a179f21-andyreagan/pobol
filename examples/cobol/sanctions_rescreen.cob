       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-RESCREEN.
      *> Full-master rescreen, run against each new release of the
      *> sanctions watch list. CUSTOMER-MAINTENANCE screens names as
      *> they are added or changed; this catches the accounts already
      *> on the master when a new name is listed. Every customer name
      *> is squeezed the way DUPLICATE-NAME-SCAN squeezes names and
      *> checked against every watch-list entry. A hit goes on the
      *> hit report for compliance; a hit the analysts have already
      *> cleared for that customer, entry, and name does not hit
      *> again. Every customer screened gets a line on the permanent
      *> screening log, appended run after run, naming the list
      *> version it was screened against and whether it came out
      *> clear, cleared, or hit.
      *> Analysts record clearances by feeding this run a clearance
      *> file (DD_CLEARANCE_TXN_FILE) naming the customer, the entry
      *> they cleared it against, and their user ID; those are
      *> applied before the master is screened, so a rerun after
      *> review reports only the hits still outstanding. Clearances
      *> given by approving a screening hold in MAINTENANCE-APPROVAL
      *> land on the same clearance file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO
               WS-WATCH-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO
               WS-CLEARANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-KEY
               FILE STATUS IS WS-CLEARANCE-STATUS.
           SELECT CLEARANCE-TXN-FILE ASSIGN TO
               WS-CLEARANCE-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIT-REPORT-FILE ASSIGN TO
               WS-HIT-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCREENING-LOG-FILE ASSIGN TO
               WS-SCREENING-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENING-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Same layout CUSTOMER-MAINTENANCE screens against.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-LIST-VERSION        PIC X(8).
           05  WL-ENTRY-ID            PIC X(10).
           05  WL-ENTRY-NAME          PIC X(30).

      *> Same layout MAINTENANCE-APPROVAL records clearances in.
       FD  CLEARANCE-FILE.
       01  CLEARANCE-RECORD.
           05  CLR-KEY.
               10  CLR-CUST-ID        PIC 9(6).
               10  CLR-ENTRY-ID       PIC X(10).
           05  CLR-CUST-NAME          PIC X(30).
           05  CLR-CLEARED-BY         PIC X(8).
           05  CLR-CLEARED-DATE       PIC 9(8).
           05  CLR-LIST-VERSION       PIC X(8).

      *> An analyst's clearance of one customer against one entry.
       FD  CLEARANCE-TXN-FILE.
       01  CLEARANCE-TXN-RECORD.
           05  CTX-CUST-ID            PIC 9(6).
           05  CTX-ENTRY-ID           PIC X(10).
           05  CTX-ANALYST-ID         PIC X(8).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(24).
           05  REJ-REASON-CODE        PIC X(10).

      *> A DETAIL line per outstanding hit, then a TOTAL line, tagged
      *> the way DISPUTE-MAINTENANCE's aging report tags its record
      *> types.
       FD  HIT-REPORT-FILE.
       01  HIT-REPORT-RECORD.
           05  HIT-RECORD-TYPE        PIC X(7).
           05  HIT-LIST-VERSION       PIC X(8).
           05  HIT-CUST-ID            PIC 9(6).
           05  HIT-CUST-NAME          PIC X(30).
           05  HIT-ENTRY-ID           PIC X(10).
           05  HIT-ENTRY-NAME         PIC X(30).
           05  HIT-COUNT              PIC 9(6).

      *> Permanent screening log. LOG-RESULT CLEAR = no entry matched,
      *> CLEARED = matched an entry the analysts had already cleared,
      *> HIT = matched and outstanding. One line per customer screened
      *> clear, and one per matched entry otherwise.
       FD  SCREENING-LOG-FILE.
       01  SCREENING-LOG-RECORD.
           05  LOG-RUN-DATE           PIC 9(8).
           05  LOG-LIST-VERSION       PIC X(8).
           05  LOG-CUST-ID            PIC 9(6).
           05  LOG-RESULT             PIC X(7).
           05  LOG-ENTRY-ID           PIC X(10).
           05  LOG-CLEARED-BY         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-WATCH-LIST-PATH     PIC X(256).
       01  WS-WATCH-LIST-STATUS   PIC X(2).
       01  WS-CLEARANCE-PATH      PIC X(256).
       01  WS-CLEARANCE-STATUS    PIC X(2).
           88  WS-CLEARANCE-FOUND        VALUE '00'.
           88  WS-CLEARANCE-NOT-FOUND    VALUE '23'.
       01  WS-CLEARANCE-TXN-PATH  PIC X(256).
       01  WS-CLEARANCE-TXN-ENABLED-SW PIC 9 VALUE 0.
           88  WS-CLEARANCE-TXN-ENABLED  VALUE 1.
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-HIT-REPORT-PATH     PIC X(256).
       01  WS-SCREENING-LOG-PATH  PIC X(256).
       01  WS-SCREENING-LOG-STATUS PIC X(2).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-SCAN-EOF-SW         PIC 9 VALUE 0.
           88  WS-SCAN-EOF               VALUE 1.
       01  WS-WATCH-LIST-EOF-SW   PIC 9 VALUE 0.
           88  WS-WATCH-LIST-EOF         VALUE 1.

      *> Watch list, loaded once at start with each entry's name
      *> already squeezed. A name hits an entry when its own squeezed
      *> form starts with the entry's squeezed name -- the same test
      *> CUSTOMER-MAINTENANCE applies.
       01  WS-LIST-VERSION        PIC X(8) VALUE SPACES.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 5000 TIMES.
               10  WS-WATCH-ENTRY-ID  PIC X(10).
               10  WS-WATCH-NAME      PIC X(30).
               10  WS-WATCH-SQZ-NAME  PIC X(30).
               10  WS-WATCH-SQZ-LEN   PIC 9(2).
       01  WS-WATCH-COUNT         PIC 9(4) VALUE 0.
       01  WS-WATCH-IDX           PIC 9(4).
       01  WS-SCREEN-NAME         PIC X(30).
       01  WS-MATCHED-SW          PIC 9 VALUE 0.
           88  WS-MATCHED                VALUE 1.
       01  WS-ENTRY-FOUND-SW      PIC 9 VALUE 0.
           88  WS-ENTRY-FOUND            VALUE 1.

      *> Name squeeze work area: SQUEEZE-NAME squeezes WS-SQZ-SOURCE
      *> into WS-SQZ-RESULT, leaving its length in WS-SQZ-LEN.
       01  WS-SQZ-SOURCE          PIC X(30).
       01  WS-SQZ-RESULT          PIC X(30).
       01  WS-SQZ-FROM            PIC 9(2).
       01  WS-SQZ-TO              PIC 9(2).
       01  WS-SQZ-LEN             PIC 9(2).

       01  WS-CLEARANCES-READ     PIC 9(6) VALUE 0.
       01  WS-CLEARANCES-APPLIED  PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.
       01  WS-SCREENED            PIC 9(6) VALUE 0.
       01  WS-CLEAR-COUNT         PIC 9(6) VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(6) VALUE 0.
       01  WS-HIT-COUNT           PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           88  WS-RECORD-IS-INVALID     VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-WATCH-LIST-PATH
               FROM ENVIRONMENT "DD_WATCH_LIST_FILE"
           ACCEPT WS-CLEARANCE-PATH
               FROM ENVIRONMENT "DD_CLEARANCE_FILE"
           ACCEPT WS-CLEARANCE-TXN-PATH
               FROM ENVIRONMENT "DD_CLEARANCE_TXN_FILE"
           IF WS-CLEARANCE-TXN-PATH NOT = SPACES
               SET WS-CLEARANCE-TXN-ENABLED TO TRUE
           END-IF
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-HIT-REPORT-PATH
               FROM ENVIRONMENT "DD_HIT_REPORT_FILE"
           ACCEPT WS-SCREENING-LOG-PATH
               FROM ENVIRONMENT "DD_SCREENING_LOG_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-WATCH-LIST

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "SANCTIONS-RESCREEN: *** CANNOT OPEN MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CLEARANCE-FILE
           IF WS-CLEARANCE-STATUS = '35'
               OPEN OUTPUT CLEARANCE-FILE
               CLOSE CLEARANCE-FILE
               OPEN I-O CLEARANCE-FILE
           END-IF
           IF WS-CLEARANCE-STATUS NOT = '00'
               DISPLAY "SANCTIONS-RESCREEN: *** CANNOT OPEN CLEARANCE "
                   "FILE: " FUNCTION TRIM (WS-CLEARANCE-PATH)
                   " STATUS " WS-CLEARANCE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SCREENING-LOG-STATUS = '35'
               OPEN OUTPUT SCREENING-LOG-FILE
           END-IF
           OPEN OUTPUT HIT-REPORT-FILE

           IF WS-CLEARANCE-TXN-ENABLED
               PERFORM APPLY-CLEARANCES
           END-IF

           MOVE 0 TO MST-CUST-ID
           START MASTER-FILE KEY NOT LESS THAN MST-CUST-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM READ-NEXT-MASTER
           PERFORM SCREEN-ONE-CUSTOMER UNTIL WS-SCAN-EOF

           INITIALIZE HIT-REPORT-RECORD
           MOVE 'TOTAL'         TO HIT-RECORD-TYPE
           MOVE WS-LIST-VERSION TO HIT-LIST-VERSION
           MOVE WS-HIT-COUNT    TO HIT-COUNT
           WRITE HIT-REPORT-RECORD

           CLOSE MASTER-FILE
           CLOSE CLEARANCE-FILE
           CLOSE SCREENING-LOG-FILE
           CLOSE HIT-REPORT-FILE

           DISPLAY "WATCH LIST VERSION:  " WS-LIST-VERSION
           DISPLAY "WATCH LIST ENTRIES:  " WS-WATCH-COUNT
           DISPLAY "CLEARANCES READ:     " WS-CLEARANCES-READ
           DISPLAY "CLEARANCES APPLIED:  " WS-CLEARANCES-APPLIED
           DISPLAY "CLEARANCES REJECTED: " WS-REJECTED
           DISPLAY "CUSTOMERS SCREENED:  " WS-SCREENED
           DISPLAY "CLEAR:               " WS-CLEAR-COUNT
           DISPLAY "PREVIOUSLY CLEARED:  " WS-CLEARED-COUNT
           DISPLAY "HITS:                " WS-HIT-COUNT
           STOP RUN.

      *> Without the watch list there is nothing to screen against,
      *> and an empty run would log every customer clear; stop instead.
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS NOT = '00'
               DISPLAY "SANCTIONS-RESCREEN: *** CANNOT OPEN WATCH "
                   "LIST: " FUNCTION TRIM (WS-WATCH-LIST-PATH)
                   " STATUS " WS-WATCH-LIST-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-WATCH-LIST
           PERFORM LOAD-ONE-WATCH-ENTRY UNTIL WS-WATCH-LIST-EOF
           CLOSE WATCH-LIST-FILE
           IF WS-WATCH-COUNT = 0
               DISPLAY "SANCTIONS-RESCREEN: *** WATCH LIST "
                   FUNCTION TRIM (WS-WATCH-LIST-PATH)
                   " HAS NO ENTRIES ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-WATCH-LIST.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-WATCH-LIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-WATCH-ENTRY.
           IF WS-LIST-VERSION = SPACES
               MOVE WL-LIST-VERSION TO WS-LIST-VERSION
           END-IF
           MOVE WL-ENTRY-NAME TO WS-SQZ-SOURCE
           PERFORM SQUEEZE-NAME
           IF WS-SQZ-LEN > 0
               IF WS-WATCH-COUNT < 5000
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WL-ENTRY-ID
                       TO WS-WATCH-ENTRY-ID (WS-WATCH-COUNT)
                   MOVE WL-ENTRY-NAME
                       TO WS-WATCH-NAME (WS-WATCH-COUNT)
                   MOVE WS-SQZ-RESULT
                       TO WS-WATCH-SQZ-NAME (WS-WATCH-COUNT)
                   MOVE WS-SQZ-LEN
                       TO WS-WATCH-SQZ-LEN (WS-WATCH-COUNT)
               ELSE
                   DISPLAY "SANCTIONS-RESCREEN: *** WATCH LIST "
                       "TABLE FULL, ENTRY " WL-ENTRY-ID " DROPPED ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM READ-WATCH-LIST
           .

       APPLY-CLEARANCES.
           OPEN INPUT  CLEARANCE-TXN-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-CLEARANCE-TXN UNTIL WS-EOF-FLAG = 1
           CLOSE CLEARANCE-TXN-FILE
           CLOSE REJECT-FILE
           .

       READ-CLEARANCE-TXN.
           READ CLEARANCE-TXN-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CLEARANCES-READ
                   PERFORM VALIDATE-CLEARANCE
                   IF WS-RECORD-IS-VALID
                       PERFORM RECORD-CLEARANCE
                   ELSE
                       PERFORM REJECT-CLEARANCE-OUT
                   END-IF
           END-READ.

      *> A clearance has to name a real customer and an entry on the
      *> list being screened against; the customer's current name is
      *> what gets cleared.
       VALIDATE-CLEARANCE.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-ENTRY-FOUND-SW
           PERFORM FIND-WATCH-ENTRY
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                  OR WS-ENTRY-FOUND

           EVALUATE TRUE
               WHEN CTX-CUST-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'     TO WS-REJECT-REASON
               WHEN CTX-ANALYST-ID = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-ANALYST' TO WS-REJECT-REASON
               WHEN NOT WS-ENTRY-FOUND
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'NO-ENTRY'   TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CTX-CUST-ID TO MST-CUST-ID
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-MASTER-NOT-FOUND
                       SET WS-RECORD-IS-INVALID TO TRUE
                       MOVE 'NO-MASTER' TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

       FIND-WATCH-ENTRY.
           IF WS-WATCH-ENTRY-ID (WS-WATCH-IDX) = CTX-ENTRY-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           .

       RECORD-CLEARANCE.
           MOVE CTX-CUST-ID     TO CLR-CUST-ID
           MOVE CTX-ENTRY-ID    TO CLR-ENTRY-ID
           MOVE MST-CUST-NAME   TO CLR-CUST-NAME
           MOVE CTX-ANALYST-ID  TO CLR-CLEARED-BY
           MOVE WS-RUN-DATE     TO CLR-CLEARED-DATE
           MOVE WS-LIST-VERSION TO CLR-LIST-VERSION
           WRITE CLEARANCE-RECORD
               INVALID KEY
                   REWRITE CLEARANCE-RECORD
                       INVALID KEY
                           MOVE 'NOT-SAVED' TO WS-REJECT-REASON
                           PERFORM REJECT-CLEARANCE-OUT
                       NOT INVALID KEY
                           ADD 1 TO WS-CLEARANCES-APPLIED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARANCES-APPLIED
           END-WRITE
           .

       REJECT-CLEARANCE-OUT.
           MOVE CLEARANCE-TXN-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON     TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED
           MOVE MST-CUST-NAME TO WS-SQZ-SOURCE
           PERFORM SQUEEZE-NAME
           MOVE WS-SQZ-RESULT TO WS-SCREEN-NAME
           MOVE 0 TO WS-MATCHED-SW
           PERFORM CHECK-WATCH-ENTRY
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
           IF NOT WS-MATCHED
               MOVE 'CLEAR'  TO LOG-RESULT
               MOVE SPACES   TO LOG-ENTRY-ID
               MOVE SPACES   TO LOG-CLEARED-BY
               PERFORM WRITE-SCREENING-LOG
               ADD 1 TO WS-CLEAR-COUNT
           END-IF
           PERFORM READ-NEXT-MASTER
           .

      *> A clearance only counts while the customer still carries the
      *> name that was cleared.
       CHECK-WATCH-ENTRY.
           IF WS-SCREEN-NAME (1:WS-WATCH-SQZ-LEN (WS-WATCH-IDX)) =
              WS-WATCH-SQZ-NAME (WS-WATCH-IDX)
                  (1:WS-WATCH-SQZ-LEN (WS-WATCH-IDX))
               SET WS-MATCHED TO TRUE
               MOVE MST-CUST-ID TO CLR-CUST-ID
               MOVE WS-WATCH-ENTRY-ID (WS-WATCH-IDX) TO CLR-ENTRY-ID
               READ CLEARANCE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLEARANCE-FOUND
                  AND CLR-CUST-NAME = MST-CUST-NAME
                   MOVE 'CLEARED'      TO LOG-RESULT
                   MOVE CLR-CLEARED-BY TO LOG-CLEARED-BY
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   MOVE 'HIT'          TO LOG-RESULT
                   MOVE SPACES         TO LOG-CLEARED-BY
                   PERFORM WRITE-HIT-DETAIL
               END-IF
               MOVE WS-WATCH-ENTRY-ID (WS-WATCH-IDX) TO LOG-ENTRY-ID
               PERFORM WRITE-SCREENING-LOG
           END-IF
           .

       WRITE-HIT-DETAIL.
           INITIALIZE HIT-REPORT-RECORD
           MOVE 'DETAIL'         TO HIT-RECORD-TYPE
           MOVE WS-LIST-VERSION  TO HIT-LIST-VERSION
           MOVE MST-CUST-ID      TO HIT-CUST-ID
           MOVE MST-CUST-NAME    TO HIT-CUST-NAME
           MOVE WS-WATCH-ENTRY-ID (WS-WATCH-IDX) TO HIT-ENTRY-ID
           MOVE WS-WATCH-NAME (WS-WATCH-IDX)     TO HIT-ENTRY-NAME
           MOVE 1                TO HIT-COUNT
           WRITE HIT-REPORT-RECORD
           ADD 1 TO WS-HIT-COUNT
           .

       WRITE-SCREENING-LOG.
           MOVE WS-RUN-DATE     TO LOG-RUN-DATE
           MOVE WS-LIST-VERSION TO LOG-LIST-VERSION
           MOVE MST-CUST-ID     TO LOG-CUST-ID
           WRITE SCREENING-LOG-RECORD
           .

      *> Removes every space and punctuation mark from WS-SQZ-SOURCE,
      *> the same squeeze DUPLICATE-NAME-SCAN applies.
       SQUEEZE-NAME.
           MOVE SPACES TO WS-SQZ-RESULT
           MOVE 1 TO WS-SQZ-FROM
           MOVE 1 TO WS-SQZ-TO
           PERFORM SQUEEZE-ONE-CHAR
               UNTIL WS-SQZ-FROM > 30
           COMPUTE WS-SQZ-LEN = WS-SQZ-TO - 1
           .

       SQUEEZE-ONE-CHAR.
           IF (WS-SQZ-SOURCE (WS-SQZ-FROM:1) IS ALPHABETIC
               AND WS-SQZ-SOURCE (WS-SQZ-FROM:1) NOT = SPACE)
              OR WS-SQZ-SOURCE (WS-SQZ-FROM:1) IS NUMERIC
               MOVE WS-SQZ-SOURCE (WS-SQZ-FROM:1)
                   TO WS-SQZ-RESULT (WS-SQZ-TO:1)
               ADD 1 TO WS-SQZ-TO
           END-IF
           ADD 1 TO WS-SQZ-FROM
           .

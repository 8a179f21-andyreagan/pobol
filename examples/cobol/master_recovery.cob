       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RECOVERY.
      *> Forward recovery of the indexed customer master. Rebuilds the
      *> master from an image MASTER-BACKUP cataloged, then rolls
      *> forward, in the order they were written, every journal
      *> cataloged since that image -- CUSTOMER-MAINTENANCE's and
      *> MAINTENANCE-APPROVAL's change journals, ACCOUNT-MERGE's and
      *> MAINTENANCE-BACKOUT's -- up to the point in time asked for.
      *> DD_RECOVER_TO is that point, YYYYMMDDHHMMSS (a bare YYYYMMDD
      *> means the end of that day; left off, everything cataloged is
      *> rolled forward). A journal is rolled forward whole when its
      *> run started at or before that point, since a run's entries
      *> carry no time of their own. DD_RESTORE_IMAGE picks the image
      *> by its cataloged date and time; left off, the newest image
      *> taken at or before the recovery point is used.
      *> The restored image is proved against the record count and
      *> total balance MASTER-BACKUP cataloged for it. Each applied
      *> journal entry (result A) is checked before it is applied: the
      *> master record it is about to change must match the entry's
      *> before image exactly, or, for an add, must not exist. The
      *> first entry that doesn't match stops the roll-forward there,
      *> with the journal, sequence and customer on the recovery
      *> report, rather than building a master nobody can vouch for.
      *> Rejected and parked entries (R, P) never touched the master
      *> and are passed over.
      *> The run finishes with a proof, in the DAYEND-PROOF manner,
      *> that the recovered master's record count and total balance
      *> are what the image plus the journals say they should be; any
      *> break, stop, or unreadable file ends the run with a non-zero
      *> RETURN-CODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO
               WS-BACKUP-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.
           SELECT IMAGE-FILE ASSIGN TO
               WS-IMAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-CATALOG-FILE ASSIGN TO
               WS-JOURNAL-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CATALOG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-CATALOG-FILE ASSIGN TO
               WS-SORTED-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Reused for each cataloged journal in turn.
           SELECT JOURNAL-FILE ASSIGN TO
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO
               WS-RECOVERY-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout MASTER-BACKUP catalogs its images in.
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05  BKP-IMAGE-DATE         PIC 9(8).
           05  BKP-IMAGE-TIME         PIC 9(6).
           05  BKP-PATH               PIC X(256).
           05  BKP-RECORD-COUNT       PIC 9(7).
           05  BKP-TOTAL-BALANCE      PIC S9(11)V9(2).

       FD  IMAGE-FILE.
       01  IMAGE-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==IMG-CUST-ID==
               ==DS-CUST-NAME== BY ==IMG-CUST-NAME==
               ==DS-BALANCE==   BY ==IMG-BALANCE==.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Same layout CUSTOMER-MAINTENANCE catalogs its journal in.
       FD  JOURNAL-CATALOG-FILE.
       01  JOURNAL-CATALOG-RECORD.
           05  JCT-RUN-DATE           PIC 9(8).
           05  JCT-RUN-TIME           PIC 9(6).
           05  JCT-PROGRAM            PIC X(20).
           05  JCT-JOURNAL-PATH       PIC X(256).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-RUN-DATE           PIC 9(8).
           05  SRT-RUN-TIME           PIC 9(6).
           05  SRT-REST               PIC X(276).

       FD  SORTED-CATALOG-FILE.
       01  SORTED-CATALOG-RECORD.
           05  SJC-RUN-DATE           PIC 9(8).
           05  SJC-RUN-TIME           PIC 9(6).
           05  SJC-PROGRAM            PIC X(20).
           05  SJC-JOURNAL-PATH       PIC X(256).

      *> Same layout CUSTOMER-MAINTENANCE writes.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-TXN-SEQ        PIC 9(6).
           05  JRN-RESULT         PIC X(1).
           05  JRN-ACTION         PIC X(1).
           05  JRN-CUST-ID        PIC 9(6).
           05  JRN-BEFORE-EXISTS  PIC X(1).
           05  JRN-BEFORE-NAME    PIC X(30).
           05  JRN-BEFORE-BALANCE PIC S9(7)V9(2).
           05  JRN-AFTER-EXISTS   PIC X(1).
           05  JRN-AFTER-NAME     PIC X(30).
           05  JRN-AFTER-BALANCE  PIC S9(7)V9(2).

      *> Recovery report, one line per step in the DAYEND-PROOF
      *> manner: what the line is, PASS/FAIL on a proof line, DONE on
      *> a journal rolled forward, STOP where the roll-forward ended
      *> early, and the two figures compared (entries read and
      *> applied, for a journal; the entry's before-image balance and
      *> the master's, for a mismatch). The journal and entry the
      *> line is about are carried where there is one.
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD.
           05  RCV-LINE               PIC X(30).
           05  RCV-STATUS             PIC X(4).
           05  RCV-EXPECTED           PIC S9(11)V9(2).
           05  RCV-ACTUAL             PIC S9(11)V9(2).
           05  RCV-RUN-DATE           PIC 9(8).
           05  RCV-RUN-TIME           PIC 9(6).
           05  RCV-TXN-SEQ            PIC 9(6).
           05  RCV-CUST-ID            PIC 9(6).
           05  RCV-PATH               PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-BACKUP-CATALOG-PATH PIC X(256).
       01  WS-BACKUP-CATALOG-STATUS PIC X(2).
       01  WS-IMAGE-PATH          PIC X(256).
       01  WS-IMAGE-STATUS        PIC X(2).
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
           88  WS-MASTER-FOUND           VALUE '00'.
           88  WS-MASTER-NOT-FOUND       VALUE '23'.
       01  WS-JOURNAL-CATALOG-PATH PIC X(256).
       01  WS-JOURNAL-CATALOG-STATUS PIC X(2).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-CATALOG-PATH PIC X(256).
       01  WS-JOURNAL-PATH        PIC X(256).
       01  WS-JOURNAL-STATUS      PIC X(2).
       01  WS-RECOVERY-REPORT-PATH PIC X(256).

       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-CATALOG-EOF-SW      PIC 9 VALUE 0.
           88  WS-CATALOG-EOF            VALUE 1.
       01  WS-JOURNAL-EOF-SW      PIC 9 VALUE 0.
           88  WS-JOURNAL-EOF            VALUE 1.
       01  WS-STOPPED-SW          PIC 9 VALUE 0.
           88  WS-RECOVERY-STOPPED       VALUE 1.
       01  WS-IMAGE-FOUND-SW      PIC 9 VALUE 0.
           88  WS-IMAGE-FOUND            VALUE 1.

      *> Points in time are carried as YYYYMMDDHHMMSS.
       01  WS-RECOVER-TO-IN       PIC X(14).
       01  WS-RECOVER-TO          PIC 9(14) VALUE 99999999999999.
       01  WS-RESTORE-IMAGE-IN    PIC X(14).
       01  WS-RESTORE-IMAGE       PIC 9(14) VALUE 0.
       01  WS-ENTRY-STAMP         PIC 9(14).
       01  WS-IMAGE-STAMP         PIC 9(14) VALUE 0.

      *> The chosen image's catalog line.
       01  WS-IMAGE-DATE          PIC 9(8).
       01  WS-IMAGE-TIME          PIC 9(6).
       01  WS-IMAGE-COUNT         PIC 9(7).
       01  WS-IMAGE-TOTAL         PIC S9(11)V9(2).

       01  WS-RESTORED-COUNT      PIC 9(7) VALUE 0.
       01  WS-RESTORED-TOTAL      PIC S9(11)V9(2) VALUE 0.

      *> What the master should hold: the image as restored, moved
      *> by every journal entry applied since.
       01  WS-EXPECTED-COUNT      PIC S9(7) VALUE 0.
       01  WS-EXPECTED-TOTAL      PIC S9(11)V9(2) VALUE 0.
       01  WS-ACTUAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-ACTUAL-TOTAL        PIC S9(11)V9(2) VALUE 0.

       01  WS-JOURNAL-READ        PIC 9(7).
       01  WS-JOURNAL-APPLIED     PIC 9(7).
       01  WS-JOURNALS-ROLLED     PIC 9(5) VALUE 0.
       01  WS-ENTRIES-APPLIED     PIC 9(7) VALUE 0.
       01  WS-FAIL-COUNT          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-BACKUP-CATALOG-PATH
               FROM ENVIRONMENT "DD_BACKUP_CATALOG"
           ACCEPT WS-MASTER-PATH  FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-JOURNAL-CATALOG-PATH
               FROM ENVIRONMENT "DD_JOURNAL_CATALOG"
           ACCEPT WS-SORT-WORK-PATH
               FROM ENVIRONMENT "DD_SORT_WORK_FILE"
           ACCEPT WS-SORTED-CATALOG-PATH
               FROM ENVIRONMENT "DD_SORTED_CATALOG_FILE"
           ACCEPT WS-RECOVERY-REPORT-PATH
               FROM ENVIRONMENT "DD_RECOVERY_REPORT_FILE"
           PERFORM SET-RECOVERY-POINT

           PERFORM CHOOSE-IMAGE

           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM RESTORE-IMAGE
           IF NOT WS-RECOVERY-STOPPED
               PERFORM ROLL-FORWARD-JOURNALS
           END-IF
           PERFORM PROVE-RECOVERED-MASTER
           CLOSE RECOVERY-REPORT-FILE

           DISPLAY "IMAGE RESTORED:    " WS-IMAGE-DATE " "
               WS-IMAGE-TIME
           DISPLAY "RECORDS RESTORED:  " WS-RESTORED-COUNT
           DISPLAY "JOURNALS ROLLED:   " WS-JOURNALS-ROLLED
           DISPLAY "ENTRIES APPLIED:   " WS-ENTRIES-APPLIED
           DISPLAY "RECOVERED RECORDS: " WS-ACTUAL-COUNT
           DISPLAY "RECOVERED BALANCE: " WS-ACTUAL-TOTAL
           IF WS-RECOVERY-STOPPED
               DISPLAY "MASTER-RECOVERY: *** ROLL-FORWARD STOPPED "
                   "SHORT, SEE RECOVERY REPORT ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0
               DISPLAY "MASTER-RECOVERY: *** " WS-FAIL-COUNT
                   " PROOF BREAK(S), RECOVERED MASTER NOT PROVED ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A recovery point or image stamp that isn't a point in time
      *> stops the run: guessing would rebuild the wrong master.
       SET-RECOVERY-POINT.
           ACCEPT WS-RECOVER-TO-IN FROM ENVIRONMENT "DD_RECOVER_TO"
           IF WS-RECOVER-TO-IN NOT = SPACES
               IF WS-RECOVER-TO-IN(9:6) = SPACES
                   MOVE '235959' TO WS-RECOVER-TO-IN(9:6)
               END-IF
               IF WS-RECOVER-TO-IN NUMERIC
                   MOVE WS-RECOVER-TO-IN TO WS-RECOVER-TO
               ELSE
                   DISPLAY "MASTER-RECOVERY: *** DD_RECOVER_TO VALUE '"
                       FUNCTION TRIM (WS-RECOVER-TO-IN)
                       "' IS NOT A POINT IN TIME ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-RESTORE-IMAGE-IN
               FROM ENVIRONMENT "DD_RESTORE_IMAGE"
           IF WS-RESTORE-IMAGE-IN NOT = SPACES
               IF WS-RESTORE-IMAGE-IN NUMERIC
                   MOVE WS-RESTORE-IMAGE-IN TO WS-RESTORE-IMAGE
               ELSE
                   DISPLAY "MASTER-RECOVERY: *** DD_RESTORE_IMAGE "
                       "VALUE '" FUNCTION TRIM (WS-RESTORE-IMAGE-IN)
                       "' IS NOT AN IMAGE DATE AND TIME ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *> The image asked for by name, or else the newest one taken at
      *> or before the recovery point.
       CHOOSE-IMAGE.
           OPEN INPUT BACKUP-CATALOG-FILE
           IF WS-BACKUP-CATALOG-STATUS NOT = '00'
               DISPLAY "MASTER-RECOVERY: *** CANNOT OPEN BACKUP "
                   "CATALOG: " FUNCTION TRIM (WS-BACKUP-CATALOG-PATH)
                   " STATUS " WS-BACKUP-CATALOG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM READ-BACKUP-CATALOG
           PERFORM SIFT-IMAGE-CANDIDATE UNTIL WS-EOF-FLAG = 1
           CLOSE BACKUP-CATALOG-FILE

           IF NOT WS-IMAGE-FOUND
               DISPLAY "MASTER-RECOVERY: *** NO CATALOGED IMAGE "
                   "FITS THE RECOVERY POINT " WS-RECOVER-TO " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-BACKUP-CATALOG.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
           END-READ.

       SIFT-IMAGE-CANDIDATE.
           COMPUTE WS-ENTRY-STAMP =
               BKP-IMAGE-DATE * 1000000 + BKP-IMAGE-TIME
           IF WS-RESTORE-IMAGE NOT = 0
               IF WS-ENTRY-STAMP = WS-RESTORE-IMAGE
                   PERFORM TAKE-IMAGE-CANDIDATE
               END-IF
           ELSE
               IF WS-ENTRY-STAMP NOT > WS-RECOVER-TO
                  AND WS-ENTRY-STAMP > WS-IMAGE-STAMP
                   PERFORM TAKE-IMAGE-CANDIDATE
               END-IF
           END-IF
           PERFORM READ-BACKUP-CATALOG
           .

       TAKE-IMAGE-CANDIDATE.
           MOVE WS-ENTRY-STAMP    TO WS-IMAGE-STAMP
           MOVE BKP-IMAGE-DATE    TO WS-IMAGE-DATE
           MOVE BKP-IMAGE-TIME    TO WS-IMAGE-TIME
           MOVE BKP-PATH          TO WS-IMAGE-PATH
           MOVE BKP-RECORD-COUNT  TO WS-IMAGE-COUNT
           MOVE BKP-TOTAL-BALANCE TO WS-IMAGE-TOTAL
           SET WS-IMAGE-FOUND TO TRUE
           .

      *> The master is recreated empty and loaded from the image; the
      *> load has to come to the count and total the image was
      *> cataloged with before anything is rolled forward onto it.
       RESTORE-IMAGE.
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = '00'
               DISPLAY "MASTER-RECOVERY: *** CANNOT OPEN IMAGE: "
                   FUNCTION TRIM (WS-IMAGE-PATH)
                   " STATUS " WS-IMAGE-STATUS " ***"
               CLOSE RECOVERY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "MASTER-RECOVERY: *** CANNOT CREATE MASTER "
                   "FILE: " FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               CLOSE IMAGE-FILE
               CLOSE RECOVERY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM RESTORE-ONE-RECORD UNTIL WS-EOF-FLAG = 1
           CLOSE IMAGE-FILE
           CLOSE MASTER-FILE
           OPEN I-O MASTER-FILE

           MOVE WS-RESTORED-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-RESTORED-TOTAL TO WS-EXPECTED-TOTAL

           MOVE SPACES                    TO RECOVERY-REPORT-RECORD
           MOVE WS-IMAGE-DATE             TO RCV-RUN-DATE
           MOVE WS-IMAGE-TIME             TO RCV-RUN-TIME
           MOVE 0                         TO RCV-TXN-SEQ
           MOVE 0                         TO RCV-CUST-ID
           MOVE WS-IMAGE-PATH             TO RCV-PATH
           MOVE 'IMAGE COUNT = CATALOG'   TO RCV-LINE
           MOVE WS-IMAGE-COUNT            TO RCV-EXPECTED
           MOVE WS-RESTORED-COUNT         TO RCV-ACTUAL
           PERFORM GRADE-IMAGE-LINE
           MOVE 'IMAGE BALANCE = CATALOG' TO RCV-LINE
           MOVE WS-IMAGE-TOTAL            TO RCV-EXPECTED
           MOVE WS-RESTORED-TOTAL         TO RCV-ACTUAL
           PERFORM GRADE-IMAGE-LINE
           .

       RESTORE-ONE-RECORD.
           READ IMAGE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   WRITE MASTER-RECORD FROM IMAGE-RECORD
                       INVALID KEY
                           DISPLAY "MASTER-RECOVERY: *** IMAGE "
                               "RECORD " IMG-CUST-ID " NOT LOADED, "
                               "STATUS " WS-MASTER-STATUS " ***"
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           ADD IMG-BALANCE TO WS-RESTORED-TOTAL
                   END-WRITE
           END-READ.

      *> An image that doesn't prove is not a base to roll forward
      *> from.
       GRADE-IMAGE-LINE.
           IF RCV-EXPECTED = RCV-ACTUAL
               MOVE 'PASS' TO RCV-STATUS
           ELSE
               MOVE 'FAIL' TO RCV-STATUS
               ADD 1 TO WS-FAIL-COUNT
               SET WS-RECOVERY-STOPPED TO TRUE
           END-IF
           WRITE RECOVERY-REPORT-RECORD
           .

      *> The journal catalog is sorted into the order the runs
      *> started; every journal from the image onward, up to the
      *> recovery point, is rolled forward in that order.
       ROLL-FORWARD-JOURNALS.
           IF WS-JOURNAL-CATALOG-PATH = SPACES
               DISPLAY "MASTER-RECOVERY: NO JOURNAL CATALOG SUPPLIED, "
                   "MASTER RESTORED TO THE IMAGE ONLY"
           ELSE
               OPEN INPUT JOURNAL-CATALOG-FILE
               IF WS-JOURNAL-CATALOG-STATUS NOT = '00'
                   DISPLAY "MASTER-RECOVERY: *** CANNOT OPEN JOURNAL "
                       "CATALOG: "
                       FUNCTION TRIM (WS-JOURNAL-CATALOG-PATH)
                       " STATUS " WS-JOURNAL-CATALOG-STATUS " ***"
                   SET WS-RECOVERY-STOPPED TO TRUE
               ELSE
                   CLOSE JOURNAL-CATALOG-FILE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SRT-RUN-DATE SRT-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       USING JOURNAL-CATALOG-FILE
                       GIVING SORTED-CATALOG-FILE
                   OPEN INPUT SORTED-CATALOG-FILE
                   PERFORM READ-SORTED-CATALOG
                   PERFORM ROLL-FORWARD-ONE-JOURNAL
                       UNTIL WS-CATALOG-EOF OR WS-RECOVERY-STOPPED
                   CLOSE SORTED-CATALOG-FILE
               END-IF
           END-IF
           .

       READ-SORTED-CATALOG.
           READ SORTED-CATALOG-FILE
               AT END
                   SET WS-CATALOG-EOF TO TRUE
           END-READ.

      *> A cataloged journal that can't be read is a gap in the
      *> chain: nothing after it can be rolled forward safely.
       ROLL-FORWARD-ONE-JOURNAL.
           COMPUTE WS-ENTRY-STAMP =
               SJC-RUN-DATE * 1000000 + SJC-RUN-TIME
           IF WS-ENTRY-STAMP NOT < WS-IMAGE-STAMP
              AND WS-ENTRY-STAMP NOT > WS-RECOVER-TO
               MOVE SJC-JOURNAL-PATH TO WS-JOURNAL-PATH
               MOVE 0 TO WS-JOURNAL-READ
               MOVE 0 TO WS-JOURNAL-APPLIED
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   MOVE 'JOURNAL NOT READABLE' TO RCV-LINE
                   MOVE 'STOP'                 TO RCV-STATUS
                   MOVE 0                      TO RCV-TXN-SEQ
                   MOVE 0                      TO RCV-CUST-ID
                   PERFORM WRITE-JOURNAL-LINE
                   SET WS-RECOVERY-STOPPED TO TRUE
               ELSE
                   MOVE 0 TO WS-JOURNAL-EOF-SW
                   PERFORM READ-JOURNAL
                   PERFORM ROLL-FORWARD-ONE-ENTRY
                       UNTIL WS-JOURNAL-EOF OR WS-RECOVERY-STOPPED
                   CLOSE JOURNAL-FILE
                   IF NOT WS-RECOVERY-STOPPED
                       MOVE 'JOURNAL ROLLED FORWARD' TO RCV-LINE
                       MOVE 'DONE'                   TO RCV-STATUS
                       MOVE 0                        TO RCV-TXN-SEQ
                       MOVE 0                        TO RCV-CUST-ID
                       PERFORM WRITE-JOURNAL-LINE
                       ADD 1 TO WS-JOURNALS-ROLLED
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SORTED-CATALOG
           .

       READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       ROLL-FORWARD-ONE-ENTRY.
           ADD 1 TO WS-JOURNAL-READ
           IF JRN-RESULT = 'A'
               MOVE JRN-CUST-ID TO MST-CUST-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE JRN-ACTION
                   WHEN 'A'
                       PERFORM ROLL-FORWARD-ADD
                   WHEN 'C'
                       PERFORM ROLL-FORWARD-CHANGE
                   WHEN 'D'
                       PERFORM ROLL-FORWARD-DELETE
               END-EVALUATE
           END-IF
           IF NOT WS-RECOVERY-STOPPED
               PERFORM READ-JOURNAL
           END-IF
           .

      *> An add's before image is "no record": the ID must be free.
       ROLL-FORWARD-ADD.
           IF WS-MASTER-FOUND
               PERFORM STOP-ON-MISMATCH
           ELSE
               MOVE JRN-CUST-ID       TO MST-CUST-ID
               MOVE JRN-AFTER-NAME    TO MST-CUST-NAME
               MOVE JRN-AFTER-BALANCE TO MST-BALANCE
               WRITE MASTER-RECORD
                   INVALID KEY
                       PERFORM STOP-ON-MISMATCH
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPECTED-COUNT
                       ADD JRN-AFTER-BALANCE TO WS-EXPECTED-TOTAL
                       PERFORM COUNT-ENTRY-APPLIED
               END-WRITE
           END-IF
           .

       ROLL-FORWARD-CHANGE.
           IF WS-MASTER-NOT-FOUND
              OR MST-CUST-NAME NOT = JRN-BEFORE-NAME
              OR MST-BALANCE NOT = JRN-BEFORE-BALANCE
               PERFORM STOP-ON-MISMATCH
           ELSE
               MOVE JRN-AFTER-NAME    TO MST-CUST-NAME
               MOVE JRN-AFTER-BALANCE TO MST-BALANCE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       PERFORM STOP-ON-MISMATCH
                   NOT INVALID KEY
                       COMPUTE WS-EXPECTED-TOTAL = WS-EXPECTED-TOTAL
                           + JRN-AFTER-BALANCE - JRN-BEFORE-BALANCE
                       PERFORM COUNT-ENTRY-APPLIED
               END-REWRITE
           END-IF
           .

       ROLL-FORWARD-DELETE.
           IF WS-MASTER-NOT-FOUND
              OR MST-CUST-NAME NOT = JRN-BEFORE-NAME
              OR MST-BALANCE NOT = JRN-BEFORE-BALANCE
               PERFORM STOP-ON-MISMATCH
           ELSE
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       PERFORM STOP-ON-MISMATCH
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-EXPECTED-COUNT
                       SUBTRACT JRN-BEFORE-BALANCE
                           FROM WS-EXPECTED-TOTAL
                       PERFORM COUNT-ENTRY-APPLIED
               END-DELETE
           END-IF
           .

       COUNT-ENTRY-APPLIED.
           ADD 1 TO WS-JOURNAL-APPLIED
           ADD 1 TO WS-ENTRIES-APPLIED
           .

       STOP-ON-MISMATCH.
           MOVE 'BEFORE IMAGE MISMATCH' TO RCV-LINE
           MOVE 'STOP'                  TO RCV-STATUS
           MOVE JRN-BEFORE-BALANCE      TO RCV-EXPECTED
           IF WS-MASTER-FOUND
               MOVE MST-BALANCE         TO RCV-ACTUAL
           ELSE
               MOVE 0                   TO RCV-ACTUAL
           END-IF
           MOVE SJC-RUN-DATE            TO RCV-RUN-DATE
           MOVE SJC-RUN-TIME            TO RCV-RUN-TIME
           MOVE JRN-TXN-SEQ             TO RCV-TXN-SEQ
           MOVE JRN-CUST-ID             TO RCV-CUST-ID
           MOVE SJC-JOURNAL-PATH        TO RCV-PATH
           WRITE RECOVERY-REPORT-RECORD
           DISPLAY "MASTER-RECOVERY: *** BEFORE IMAGE MISMATCH ON "
               "CUSTOMER " JRN-CUST-ID " AT ENTRY " JRN-TXN-SEQ
               " OF " FUNCTION TRIM (SJC-JOURNAL-PATH) " ***"
           SET WS-RECOVERY-STOPPED TO TRUE
           .

       WRITE-JOURNAL-LINE.
           MOVE WS-JOURNAL-READ    TO RCV-EXPECTED
           MOVE WS-JOURNAL-APPLIED TO RCV-ACTUAL
           MOVE SJC-RUN-DATE       TO RCV-RUN-DATE
           MOVE SJC-RUN-TIME       TO RCV-RUN-TIME
           MOVE SJC-JOURNAL-PATH   TO RCV-PATH
           WRITE RECOVERY-REPORT-RECORD
           .

      *> Walks the recovered master and proves it against the image
      *> plus everything applied since -- on a stopped run, against
      *> what was applied before the stop.
       PROVE-RECOVERED-MASTER.
           MOVE 0 TO MST-CUST-ID
           MOVE 0 TO WS-EOF-FLAG
           START MASTER-FILE KEY NOT LESS THAN MST-CUST-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF-FLAG
           END-START
           PERFORM TOTAL-ONE-MASTER UNTIL WS-EOF-FLAG = 1
           CLOSE MASTER-FILE

           MOVE 0                          TO RCV-RUN-DATE
           MOVE 0                          TO RCV-RUN-TIME
           MOVE 0                          TO RCV-TXN-SEQ
           MOVE 0                          TO RCV-CUST-ID
           MOVE WS-MASTER-PATH             TO RCV-PATH
           MOVE 'RECOVERED COUNT = JOURNALS' TO RCV-LINE
           MOVE WS-EXPECTED-COUNT          TO RCV-EXPECTED
           MOVE WS-ACTUAL-COUNT            TO RCV-ACTUAL
           PERFORM GRADE-PROOF-LINE
           MOVE 'RECOVERED BALANCE = JOURNALS' TO RCV-LINE
           MOVE WS-EXPECTED-TOTAL          TO RCV-EXPECTED
           MOVE WS-ACTUAL-TOTAL            TO RCV-ACTUAL
           PERFORM GRADE-PROOF-LINE
           .

       TOTAL-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACTUAL-COUNT
                   ADD MST-BALANCE TO WS-ACTUAL-TOTAL
           END-READ.

       GRADE-PROOF-LINE.
           IF RCV-EXPECTED = RCV-ACTUAL
               MOVE 'PASS' TO RCV-STATUS
           ELSE
               MOVE 'FAIL' TO RCV-STATUS
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           WRITE RECOVERY-REPORT-RECORD
           .

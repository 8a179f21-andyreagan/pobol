       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP.
      *> Takes an image of the indexed customer master before the
      *> nightly stream starts, so a master damaged or lost partway
      *> through the night can be rebuilt: MASTER-RECOVERY restores
      *> the image and rolls the night's journals forward from it.
      *> SNAPSHOT-MANAGER's generations are of OUTPUT-FILE, not of the
      *> master, and MAINTENANCE-BACKOUT can only undo a batch against
      *> a master that is still there.
      *> The image is written under DD_BACKUP_DIR, named for the date
      *> and time it was taken, and read back once written; only an
      *> image whose read-back record count and total balance agree
      *> with what was unloaded is entered in the backup catalog
      *> (DD_BACKUP_CATALOG), with that count and total, for
      *> MASTER-RECOVERY to prove a restore against. An image that
      *> doesn't read back clean is left uncataloged and the run ends
      *> with a non-zero RETURN-CODE.
      *> The image is only a consistent starting point if nothing is
      *> posting to the master while it is taken, so the backup runs
      *> ahead of the first posting program.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT IMAGE-FILE ASSIGN TO
               WS-IMAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO
               WS-BACKUP-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> The image is the master record as it stands, in key order.
       FD  IMAGE-FILE.
       01  IMAGE-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==IMG-CUST-ID==
               ==DS-CUST-NAME== BY ==IMG-CUST-NAME==
               ==DS-BALANCE==   BY ==IMG-BALANCE==.

      *> One line per image taken: when, where, and the record count
      *> and total balance it was proved to hold.
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05  BKP-IMAGE-DATE         PIC 9(8).
           05  BKP-IMAGE-TIME         PIC 9(6).
           05  BKP-PATH               PIC X(256).
           05  BKP-RECORD-COUNT       PIC 9(7).
           05  BKP-TOTAL-BALANCE      PIC S9(11)V9(2).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
       01  WS-BACKUP-DIR          PIC X(200).
       01  WS-IMAGE-PATH          PIC X(256).
       01  WS-IMAGE-STATUS        PIC X(2).
       01  WS-BACKUP-CATALOG-PATH PIC X(256).
       01  WS-BACKUP-CATALOG-STATUS PIC X(2).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME.
           05  WS-RUN-HHMMSS      PIC 9(6).
           05  FILLER             PIC 9(2).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

       01  WS-UNLOAD-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNLOAD-TOTAL        PIC S9(11)V9(2) VALUE 0.
       01  WS-VERIFY-COUNT        PIC 9(7) VALUE 0.
       01  WS-VERIFY-TOTAL        PIC S9(11)V9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MASTER-PATH  FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-BACKUP-DIR   FROM ENVIRONMENT "DD_BACKUP_DIR"
           ACCEPT WS-BACKUP-CATALOG-PATH
               FROM ENVIRONMENT "DD_BACKUP_CATALOG"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE SPACES TO WS-IMAGE-PATH
           STRING WS-BACKUP-DIR   DELIMITED BY SPACE
               '/MASTER.'         DELIMITED BY SIZE
               WS-RUN-DATE        DELIMITED BY SIZE
               '.'                DELIMITED BY SIZE
               WS-RUN-HHMMSS      DELIMITED BY SIZE
               INTO WS-IMAGE-PATH

           PERFORM UNLOAD-MASTER
           PERFORM VERIFY-IMAGE

           IF WS-VERIFY-COUNT = WS-UNLOAD-COUNT
              AND WS-VERIFY-TOTAL = WS-UNLOAD-TOTAL
               PERFORM CATALOG-IMAGE
           ELSE
               DISPLAY "MASTER-BACKUP: *** IMAGE DOES NOT READ BACK: "
                   "UNLOADED " WS-UNLOAD-COUNT " / " WS-UNLOAD-TOTAL
                   ", READ BACK " WS-VERIFY-COUNT " / "
                   WS-VERIFY-TOTAL ", NOT CATALOGED ***"
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY "IMAGE WRITTEN:     " FUNCTION TRIM (WS-IMAGE-PATH)
           DISPLAY "RECORDS IMAGED:    " WS-UNLOAD-COUNT
           DISPLAY "TOTAL BALANCE:     " WS-UNLOAD-TOTAL
           STOP RUN.

       UNLOAD-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "MASTER-BACKUP: *** CANNOT OPEN MASTER FILE: "
                   FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = '00'
               DISPLAY "MASTER-BACKUP: *** CANNOT CREATE IMAGE: "
                   FUNCTION TRIM (WS-IMAGE-PATH)
                   " STATUS " WS-IMAGE-STATUS " ***"
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNLOAD-ONE-RECORD UNTIL WS-EOF-FLAG = 1

           CLOSE MASTER-FILE
           CLOSE IMAGE-FILE
           .

       UNLOAD-ONE-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   WRITE IMAGE-RECORD FROM MASTER-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
                   ADD MST-BALANCE TO WS-UNLOAD-TOTAL
           END-READ.

      *> The image is only worth cataloging if it reads back whole.
       VERIFY-IMAGE.
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = '00'
               DISPLAY "MASTER-BACKUP: *** CANNOT READ BACK IMAGE: "
                   FUNCTION TRIM (WS-IMAGE-PATH)
                   " STATUS " WS-IMAGE-STATUS " ***"
           ELSE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF-FLAG = 1
               CLOSE IMAGE-FILE
           END-IF
           .

       VERIFY-ONE-RECORD.
           READ IMAGE-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD IMG-BALANCE TO WS-VERIFY-TOTAL
           END-READ.

       CATALOG-IMAGE.
           OPEN EXTEND BACKUP-CATALOG-FILE
           IF WS-BACKUP-CATALOG-STATUS = '35'
               OPEN OUTPUT BACKUP-CATALOG-FILE
           END-IF
           IF WS-BACKUP-CATALOG-STATUS NOT = '00'
               DISPLAY "MASTER-BACKUP: *** CANNOT OPEN BACKUP "
                   "CATALOG: " FUNCTION TRIM (WS-BACKUP-CATALOG-PATH)
                   " STATUS " WS-BACKUP-CATALOG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE     TO BKP-IMAGE-DATE
               MOVE WS-RUN-HHMMSS   TO BKP-IMAGE-TIME
               MOVE WS-IMAGE-PATH   TO BKP-PATH
               MOVE WS-UNLOAD-COUNT TO BKP-RECORD-COUNT
               MOVE WS-UNLOAD-TOTAL TO BKP-TOTAL-BALANCE
               WRITE BACKUP-CATALOG-RECORD
               CLOSE BACKUP-CATALOG-FILE
           END-IF
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.
      *> Applies the mail house's returned-mail file to the keyed
      *> address file ADDRESS-MAINTENANCE maintains. Every statement,
      *> collections notice, and escheatment letter that came back
      *> undeliverable marks the customer's address undeliverable,
      *> with the date it came back and the kind of piece it was, so
      *> CUSTOMER-STATEMENT, COLLECTIONS-NOTICE, and ESCHEATMENT stop
      *> mailing to it and list the account on their bad-address
      *> worklists instead. The first return dates the address as
      *> undeliverable; later returns only update the latest return
      *> and the count. The flag stays until ADDRESS-MAINTENANCE
      *> changes the address.
      *> Each return is validated before it touches the file, and
      *> anything that fails or doesn't apply cleanly goes to
      *> REJECT-FILE with a reason code, the same as the maintenance
      *> programs. A piece mailed to an address that has since been
      *> corrected says nothing about the new one, so a return whose
      *> postal code no longer matches the file is rejected rather
      *> than applied, and a return already recorded (same date and
      *> piece) is rejected so a rerun of the same file doesn't count
      *> it twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE ASSIGN TO
               WS-ADDRESS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO
               WS-RETURNED-MAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO
               WS-REJECT-PATH
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

      *> One record per piece returned: the account it was mailed
      *> for, the piece type (STMT, NTCE, or ESCH), the date the mail
      *> house logged it back, and the postal code printed on it.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RML-CUST-ID            PIC 9(6).
           05  RML-PIECE-TYPE         PIC X(4).
               88  RML-PIECE-VALID           VALUE 'STMT' 'NTCE'
                                                   'ESCH'.
           05  RML-RETURN-DATE        PIC 9(8).
           05  RML-POSTAL             PIC X(10).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA         PIC X(28).
           05  REJ-REASON-CODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-ADDRESS-PATH        PIC X(256).
       01  WS-ADDRESS-STATUS      PIC X(2).
           88  WS-ADDRESS-FOUND          VALUE '00'.
           88  WS-ADDRESS-NOT-FOUND      VALUE '23'.
       01  WS-RETURNED-MAIL-PATH  PIC X(256).
       01  WS-REJECT-PATH         PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).

       01  WS-RECORDS-READ        PIC 9(6) VALUE 0.
       01  WS-NEWLY-MARKED        PIC 9(6) VALUE 0.
       01  WS-ALREADY-MARKED      PIC 9(6) VALUE 0.
       01  WS-REJECTED            PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD        PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID        VALUE 1.
           88  WS-RECORD-IS-INVALID      VALUE 0.
       01  WS-REJECT-REASON       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ADDRESS-PATH
               FROM ENVIRONMENT "DD_ADDRESS_FILE"
           ACCEPT WS-RETURNED-MAIL-PATH
               FROM ENVIRONMENT "DD_RETURNED_MAIL_FILE"
           ACCEPT WS-REJECT-PATH
               FROM ENVIRONMENT "DD_REJECT_FILE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      *> Returns can only mark addresses that exist, so a missing
      *> address file is an error rather than a file to create.
           OPEN I-O ADDRESS-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               DISPLAY "RETURNED-MAIL: *** CANNOT OPEN ADDRESS "
                   "FILE: " FUNCTION TRIM (WS-ADDRESS-PATH)
                   " STATUS " WS-ADDRESS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETURNED-MAIL-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM READ-PROCESS UNTIL WS-EOF-FLAG = 1

           CLOSE ADDRESS-FILE
           CLOSE RETURNED-MAIL-FILE
           CLOSE REJECT-FILE

           DISPLAY "RETURNS READ:          " WS-RECORDS-READ
           DISPLAY "NEWLY UNDELIVERABLE:   " WS-NEWLY-MARKED
           DISPLAY "ALREADY UNDELIVERABLE: " WS-ALREADY-MARKED
           DISPLAY "REJECTED:              " WS-REJECTED
           STOP RUN.

       READ-PROCESS.
           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VALIDATE-RETURN
                   IF WS-RECORD-IS-VALID
                       PERFORM APPLY-RETURN
                   ELSE
                       PERFORM REJECT-RETURN-OUT
                   END-IF
           END-READ.

      *> A return needs a numeric account, a known piece type, and a
      *> real date no later than today.
       VALIDATE-RETURN.
           SET WS-RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN RML-CUST-ID NOT NUMERIC
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-ID'    TO WS-REJECT-REASON
               WHEN NOT RML-PIECE-VALID
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-PIECE' TO WS-REJECT-REASON
               WHEN RML-RETURN-DATE NOT NUMERIC
                 OR RML-RETURN-DATE = 0
                 OR RML-RETURN-DATE > WS-RUN-DATE
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE 'BAD-DATE'  TO WS-REJECT-REASON
           END-EVALUATE
           .

       REJECT-RETURN-OUT.
           MOVE RETURNED-MAIL-RECORD TO REJ-INPUT-DATA
           MOVE WS-REJECT-REASON     TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED
           .

      *> The postal code check is skipped when the mail house didn't
      *> send one.
       APPLY-RETURN.
           MOVE RML-CUST-ID TO ADR-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-ADDRESS-NOT-FOUND
                   MOVE 'NO-ADDRESS' TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-OUT
               WHEN RML-POSTAL NOT = SPACES
                AND RML-POSTAL NOT = ADR-POSTAL
                   MOVE 'ADR-CHNGD'  TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-OUT
               WHEN ADR-UNDELIVERABLE
                AND RML-RETURN-DATE = ADR-RETURN-DATE
                AND RML-PIECE-TYPE  = ADR-RETURN-PIECE
                   MOVE 'DUP-RETURN' TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-OUT
               WHEN OTHER
                   PERFORM MARK-UNDELIVERABLE
           END-EVALUATE
           .

      *> Returns can arrive out of date order across files, so the
      *> latest return only moves forward and the undeliverable date
      *> only moves back.
       MARK-UNDELIVERABLE.
           IF ADR-UNDELIVERABLE
               IF RML-RETURN-DATE < ADR-UNDELIV-DATE
                   MOVE RML-RETURN-DATE TO ADR-UNDELIV-DATE
               END-IF
               IF ADR-RETURN-COUNT < 999
                   ADD 1 TO ADR-RETURN-COUNT
               END-IF
           ELSE
               SET ADR-UNDELIVERABLE TO TRUE
               MOVE RML-RETURN-DATE TO ADR-UNDELIV-DATE
               MOVE 0               TO ADR-RETURN-DATE
               MOVE 1               TO ADR-RETURN-COUNT
           END-IF
           IF RML-RETURN-DATE NOT < ADR-RETURN-DATE
               MOVE RML-RETURN-DATE TO ADR-RETURN-DATE
               MOVE RML-PIECE-TYPE  TO ADR-RETURN-PIECE
           END-IF

           REWRITE ADDRESS-RECORD
               INVALID KEY
                   MOVE 'NO-ADDRESS' TO WS-REJECT-REASON
                   PERFORM REJECT-RETURN-OUT
               NOT INVALID KEY
                   IF ADR-RETURN-COUNT = 1
                       ADD 1 TO WS-NEWLY-MARKED
                   ELSE
                       ADD 1 TO WS-ALREADY-MARKED
                   END-IF
           END-REWRITE
           .

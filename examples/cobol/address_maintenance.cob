      *> code are required -- and anything that fails validation or
      *> doesn't apply cleanly is written to REJECT-FILE with a reason
      *> code instead of aborting the run.
      *> An address RETURNED-MAIL has marked undeliverable stays that
      *> way until it is corrected here: a change that alters any
      *> part of the mailing address (street lines, city, state, or
      *> postal code) clears the undeliverable flag and its return
      *> history, so the next cycle mails to it again. A change to
      *> the contact alone leaves the flag as it was.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

      *> Transaction record: a leading action code followed by the
      *> address fields. A = add, C = change, D = delete; a delete
      *> carries only the customer ID. The mail-status fields at the
      *> end of the layout are RETURNED-MAIL's to set and are ignored
      *> on input.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  ATX-ACTION       PIC X(1).
               ==DS-ADR-CITY==     BY ==ATX-CITY==
               ==DS-ADR-STATE==    BY ==ATX-STATE==
               ==DS-ADR-POSTAL==   BY ==ATX-POSTAL==
               ==DS-ADR-CONTACT==  BY ==ATX-CONTACT==
               ==DS-ADR-MAIL-STATUS==   BY ==ATX-MAIL-STATUS==
               ==DS-ADR-UNDELIVERABLE== BY ==ATX-UNDELIVERABLE==
               ==DS-ADR-UNDELIV-DATE==  BY ==ATX-UNDELIV-DATE==
               ==DS-ADR-RETURN-DATE==   BY ==ATX-RETURN-DATE==
               ==DS-ADR-RETURN-PIECE==  BY ==ATX-RETURN-PIECE==
               ==DS-ADR-RETURN-COUNT==  BY ==ATX-RETURN-COUNT==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-INPUT-DATA     PIC X(153).
           05  REJ-REASON-CODE    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CHANGED           PIC 9(6) VALUE 0.
       01  WS-DELETED           PIC 9(6) VALUE 0.
       01  WS-REJECTED          PIC 9(6) VALUE 0.
       01  WS-MAIL-CLEARED      PIC 9(6) VALUE 0.

       01  WS-VALID-RECORD      PIC 9 VALUE 1.
           88  WS-RECORD-IS-VALID       VALUE 1.
           DISPLAY "CHANGED:           " WS-CHANGED
           DISPLAY "DELETED:           " WS-DELETED
           DISPLAY "REJECTED:          " WS-REJECTED
           DISPLAY "UNDELIVERABLE CLEARED: " WS-MAIL-CLEARED
           STOP RUN.

       READ-PROCESS.
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               PERFORM MOVE-TXN-TO-ADDRESS
               PERFORM CLEAR-MAIL-STATUS
               WRITE ADDRESS-RECORD
                   INVALID KEY
                       MOVE 'DUP-ID' TO WS-REJECT-REASON
               MOVE 'NOT-FOUND' TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION-OUT
           ELSE
               IF ADR-UNDELIVERABLE
                  AND (ATX-STREET-1 NOT = ADR-STREET-1
                    OR ATX-STREET-2 NOT = ADR-STREET-2
                    OR ATX-CITY     NOT = ADR-CITY
                    OR ATX-STATE    NOT = ADR-STATE
                    OR ATX-POSTAL   NOT = ADR-POSTAL)
                   PERFORM CLEAR-MAIL-STATUS
                   ADD 1 TO WS-MAIL-CLEARED
               END-IF
               PERFORM MOVE-TXN-TO-ADDRESS
               REWRITE ADDRESS-RECORD
                   INVALID KEY
           MOVE ATX-POSTAL   TO ADR-POSTAL
           MOVE ATX-CONTACT  TO ADR-CONTACT
           .

      *> A new or corrected address starts out deliverable, with no
      *> returns against it.
       CLEAR-MAIL-STATUS.
           MOVE SPACE  TO ADR-MAIL-STATUS
           MOVE 0      TO ADR-UNDELIV-DATE
           MOVE 0      TO ADR-RETURN-DATE
           MOVE SPACES TO ADR-RETURN-PIECE
           MOVE 0      TO ADR-RETURN-COUNT
           .

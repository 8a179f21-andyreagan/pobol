      *>             ==DS-ADR-CITY==     BY ==ADR-CITY==
      *>             ==DS-ADR-STATE==    BY ==ADR-STATE==
      *>             ==DS-ADR-POSTAL==   BY ==ADR-POSTAL==
      *>             ==DS-ADR-CONTACT==  BY ==ADR-CONTACT==
      *>             ==DS-ADR-MAIL-STATUS==   BY ==ADR-MAIL-STATUS==
      *>             ==DS-ADR-UNDELIVERABLE== BY ==ADR-UNDELIVERABLE==
      *>             ==DS-ADR-UNDELIV-DATE==  BY ==ADR-UNDELIV-DATE==
      *>             ==DS-ADR-RETURN-DATE==   BY ==ADR-RETURN-DATE==
      *>             ==DS-ADR-RETURN-PIECE==  BY ==ADR-RETURN-PIECE==
      *>             ==DS-ADR-RETURN-COUNT==  BY ==ADR-RETURN-COUNT==.
      *> DS-ADR-STREET-2 and DS-ADR-CONTACT may be blank; every other
      *> address field is required by ADDRESS-MAINTENANCE's
      *> validation.
      *> The mail-status fields are RETURNED-MAIL's, not the address
      *> batch's: mail the mail house sent back marks the address
      *> undeliverable ('U'), dated from the first piece returned
      *> (DS-ADR-UNDELIV-DATE), with the latest return's date and
      *> piece type (STMT statement, NTCE collections notice, ESCH
      *> escheatment letter) and how many pieces have come back.
      *> ADDRESS-MAINTENANCE clears them all when the address itself
      *> is changed.
           05  DS-ADR-CUST-ID       PIC 9(6).
           05  DS-ADR-STREET-1      PIC X(30).
           05  DS-ADR-STREET-2      PIC X(30).
           05  DS-ADR-STATE         PIC X(2).
           05  DS-ADR-POSTAL        PIC X(10).
           05  DS-ADR-CONTACT       PIC X(30).
           05  DS-ADR-MAIL-STATUS   PIC X(1).
               88  DS-ADR-UNDELIVERABLE     VALUE 'U'.
           05  DS-ADR-UNDELIV-DATE  PIC 9(8).
           05  DS-ADR-RETURN-DATE   PIC 9(8).
           05  DS-ADR-RETURN-PIECE  PIC X(4).
           05  DS-ADR-RETURN-COUNT  PIC 9(3).

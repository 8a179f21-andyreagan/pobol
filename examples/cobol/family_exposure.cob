       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILY-EXPOSURE.
      *> Rolls the customer master up through HIERARCHY-MAINTENANCE's
      *> corporate hierarchy and reports what each family owes in
      *> total, against the family credit limit on its head office's
      *> record. CUSTOMER-REPORT's credit-limit check judges every ID
      *> on its own, so a group spread across a dozen subsidiaries can
      *> be well inside each account's limit and far over what credit
      *> review approved for the group.
      *> Each account in a hierarchy is climbed to its head office and
      *> written with the head's ID to a work file, which is sorted so
      *> each family comes together with the head office first. The
      *> report (DD_EXPOSURE_REPORT_FILE) has a DETAIL line per account
      *> and a TOTAL line per family: member count, family balance,
      *> family limit, and how far over it the family is. A family
      *> with no limit on file is reported as NO-LIMIT rather than
      *> passed. Accounts that belong to no family aren't reported;
      *> CUSTOMER-REPORT already covers them. An account whose chain
      *> doesn't reach a head office -- a damaged hierarchy file --
      *> is counted and left out, and the run ends with a non-zero
      *> RETURN-CODE so it gets looked at.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO
               WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO
               WS-HIERARCHY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT FAMILY-WORK-FILE ASSIGN TO
               WS-FAMILY-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO WS-SORT-WORK-PATH.
           SELECT SORTED-FILE ASSIGN TO WS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO
               WS-EXPOSURE-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY CUSTREC REPLACING
               ==DS-CUST-ID==   BY ==MST-CUST-ID==
               ==DS-CUST-NAME== BY ==MST-CUST-NAME==
               ==DS-BALANCE==   BY ==MST-BALANCE==.

      *> Same layout HIERARCHY-MAINTENANCE maintains.
       FD  HIERARCHY-FILE.
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID            PIC 9(6).
           05  HIR-PARENT-ID          PIC 9(6).
           05  HIR-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  HIR-CONSOLIDATE        PIC X(1).
               88  HIR-CONSOLIDATED          VALUE 'Y'.
           05  HIR-LINKED-DATE        PIC 9(8).

      *> One line per account in a family, tagged with its head
      *> office. FWK-HEAD-FLAG is 0 on the head office's own line so
      *> it sorts ahead of its subsidiaries.
       FD  FAMILY-WORK-FILE.
       01  FAMILY-WORK-RECORD.
           05  FWK-HEAD-ID            PIC 9(6).
           05  FWK-HEAD-FLAG          PIC 9(1).
           05  FWK-CUST-ID            PIC 9(6).
           05  FWK-PARENT-ID          PIC 9(6).
           05  FWK-CUST-NAME          PIC X(30).
           05  FWK-BALANCE            PIC S9(7)V9(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-HEAD-ID            PIC 9(6).
           05  SRT-HEAD-FLAG          PIC 9(1).
           05  SRT-CUST-ID            PIC 9(6).
           05  SRT-PARENT-ID          PIC 9(6).
           05  SRT-CUST-NAME          PIC X(30).
           05  SRT-BALANCE            PIC S9(7)V9(2).

       FD  SORTED-FILE.
       01  SORTED-RECORD.
           05  SRT-OUT-HEAD-ID        PIC 9(6).
           05  SRT-OUT-HEAD-FLAG      PIC 9(1).
           05  SRT-OUT-CUST-ID        PIC 9(6).
           05  SRT-OUT-PARENT-ID      PIC 9(6).
           05  SRT-OUT-CUST-NAME      PIC X(30).
           05  SRT-OUT-BALANCE        PIC S9(7)V9(2).

      *> DETAIL lines carry one account each; the TOTAL line closing
      *> a family carries the head office's ID and name, the family
      *> balance, the limit and the verdict: OVER-LIMIT, WITHIN, or
      *> NO-LIMIT when the head office has none on file.
       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-RECORD.
           05  FEX-RECORD-TYPE        PIC X(7).
           05  FEX-HEAD-ID            PIC 9(6).
           05  FEX-CUST-ID            PIC 9(6).
           05  FEX-PARENT-ID          PIC 9(6).
           05  FEX-CUST-NAME          PIC X(30).
           05  FEX-MEMBER-COUNT       PIC 9(5).
           05  FEX-BALANCE            PIC S9(11)V9(2).
           05  FEX-FAMILY-LIMIT       PIC 9(9)V9(2).
           05  FEX-OVER-AMOUNT        PIC 9(11)V9(2).
           05  FEX-LIMIT-STATUS       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH         PIC X(256).
       01  WS-MASTER-STATUS       PIC X(2).
       01  WS-HIERARCHY-PATH      PIC X(256).
       01  WS-HIERARCHY-STATUS    PIC X(2).
           88  WS-HIERARCHY-FOUND        VALUE '00'.
           88  WS-HIERARCHY-NOT-FOUND    VALUE '23'.
       01  WS-FAMILY-WORK-PATH    PIC X(256).
       01  WS-SORT-WORK-PATH      PIC X(256).
       01  WS-SORTED-PATH         PIC X(256).
       01  WS-EXPOSURE-REPORT-PATH PIC X(256).
       01  WS-EOF-FLAG            PIC 9 VALUE 0.

      *> Climbing from an account to its head office.
       01  WS-WALK-ID             PIC 9(6).
       01  WS-WALK-LEVELS         PIC 9(4).
       01  WS-MAX-LEVELS          PIC 9(4) VALUE 50.
       01  WS-WALK-DONE-SW        PIC 9 VALUE 0.
           88  WS-WALK-DONE              VALUE 1.
       01  WS-HEAD-FOUND-SW       PIC 9 VALUE 0.
           88  WS-HEAD-FOUND             VALUE 1.
       01  WS-HEAD-ID             PIC 9(6).

      *> The family being totalled.
       01  WS-CURRENT-HEAD-ID     PIC 9(6) VALUE 0.
       01  WS-CURRENT-HEAD-NAME   PIC X(30).
       01  WS-FAMILY-MEMBERS      PIC 9(5) VALUE 0.
       01  WS-FAMILY-BALANCE      PIC S9(11)V9(2) VALUE 0.

       01  WS-MEMBER-COUNT        PIC 9(6) VALUE 0.
       01  WS-FAMILY-COUNT        PIC 9(6) VALUE 0.
       01  WS-OVER-LIMIT-COUNT    PIC 9(6) VALUE 0.
       01  WS-NO-LIMIT-COUNT      PIC 9(6) VALUE 0.
       01  WS-BROKEN-COUNT        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DD_MASTER_FILE"
           ACCEPT WS-HIERARCHY-PATH
               FROM ENVIRONMENT "DD_HIERARCHY_FILE"
           ACCEPT WS-FAMILY-WORK-PATH
               FROM ENVIRONMENT "DD_FAMILY_WORK_FILE"
           ACCEPT WS-SORT-WORK-PATH
               FROM ENVIRONMENT "DD_SORT_WORK_FILE"
           ACCEPT WS-SORTED-PATH
               FROM ENVIRONMENT "DD_SORTED_FILE"
           ACCEPT WS-EXPOSURE-REPORT-PATH
               FROM ENVIRONMENT "DD_EXPOSURE_REPORT_FILE"

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "FAMILY-EXPOSURE: *** CANNOT OPEN MASTER FILE: "
                   FUNCTION TRIM (WS-MASTER-PATH)
                   " STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS NOT = '00'
               DISPLAY "FAMILY-EXPOSURE: *** CANNOT OPEN HIERARCHY "
                   "FILE: " FUNCTION TRIM (WS-HIERARCHY-PATH)
                   " STATUS " WS-HIERARCHY-STATUS " ***"
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FAMILY-WORK-FILE
           PERFORM TAG-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 1
           CLOSE FAMILY-WORK-FILE
           CLOSE MASTER-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-HEAD-ID
                                SRT-HEAD-FLAG
                                SRT-CUST-ID
               USING FAMILY-WORK-FILE
               GIVING SORTED-FILE

           OPEN INPUT SORTED-FILE
           OPEN OUTPUT EXPOSURE-REPORT-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM REPORT-ONE-MEMBER UNTIL WS-EOF-FLAG = 1
           IF WS-FAMILY-MEMBERS > 0
               PERFORM WRITE-FAMILY-TOTAL
           END-IF
           CLOSE SORTED-FILE
           CLOSE EXPOSURE-REPORT-FILE
           CLOSE HIERARCHY-FILE

           DISPLAY "ACCOUNTS IN FAMILIES: " WS-MEMBER-COUNT
           DISPLAY "FAMILIES REPORTED:    " WS-FAMILY-COUNT
           DISPLAY "FAMILIES OVER LIMIT:  " WS-OVER-LIMIT-COUNT
           DISPLAY "FAMILIES NO LIMIT:    " WS-NO-LIMIT-COUNT
           IF WS-BROKEN-COUNT > 0
               DISPLAY "FAMILY-EXPOSURE: *** " WS-BROKEN-COUNT
                   " ACCOUNT(S) DO NOT REACH A HEAD OFFICE, LEFT OUT"
                   " OF THE REPORT ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> An account with no hierarchy record stands alone and isn't
      *> part of any family.
       TAG-ONE-ACCOUNT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   MOVE MST-CUST-ID TO HIR-CUST-ID
                   READ HIERARCHY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-HIERARCHY-FOUND
                       MOVE HIR-PARENT-ID TO FWK-PARENT-ID
                       PERFORM FIND-HEAD-OFFICE
                       IF WS-HEAD-FOUND
                           PERFORM WRITE-FAMILY-WORK
                       ELSE
                           ADD 1 TO WS-BROKEN-COUNT
                       END-IF
                   END-IF
           END-READ.

      *> Climbs from the account to the record whose parent is zero.
      *> A missing link or a chain longer than any real family means
      *> the file is damaged, and the account has no head to total
      *> under.
       FIND-HEAD-OFFICE.
           MOVE MST-CUST-ID TO WS-WALK-ID
           MOVE 0 TO WS-WALK-LEVELS
           MOVE 0 TO WS-WALK-DONE-SW
           MOVE 0 TO WS-HEAD-FOUND-SW
           PERFORM CLIMB-ONE-LEVEL UNTIL WS-WALK-DONE
           .

       CLIMB-ONE-LEVEL.
           ADD 1 TO WS-WALK-LEVELS
           IF WS-WALK-LEVELS > WS-MAX-LEVELS
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-WALK-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-HIERARCHY-NOT-FOUND
                       SET WS-WALK-DONE TO TRUE
                   WHEN HIR-PARENT-ID = 0
                       MOVE WS-WALK-ID TO WS-HEAD-ID
                       SET WS-HEAD-FOUND TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   WHEN OTHER
                       MOVE HIR-PARENT-ID TO WS-WALK-ID
               END-EVALUATE
           END-IF
           .

       WRITE-FAMILY-WORK.
           MOVE WS-HEAD-ID    TO FWK-HEAD-ID
           IF MST-CUST-ID = WS-HEAD-ID
               MOVE 0 TO FWK-HEAD-FLAG
           ELSE
               MOVE 1 TO FWK-HEAD-FLAG
           END-IF
           MOVE MST-CUST-ID   TO FWK-CUST-ID
           MOVE MST-CUST-NAME TO FWK-CUST-NAME
           MOVE MST-BALANCE   TO FWK-BALANCE
           WRITE FAMILY-WORK-RECORD
           .

      *> The sorted work file arrives family by family; a change of
      *> head office closes out the family before it.
       REPORT-ONE-MEMBER.
           READ SORTED-FILE
               AT END
                   MOVE 1 TO WS-EOF-FLAG
               NOT AT END
                   IF SRT-OUT-HEAD-ID NOT = WS-CURRENT-HEAD-ID
                       IF WS-FAMILY-MEMBERS > 0
                           PERFORM WRITE-FAMILY-TOTAL
                       END-IF
                       MOVE SRT-OUT-HEAD-ID TO WS-CURRENT-HEAD-ID
                       MOVE SPACES          TO WS-CURRENT-HEAD-NAME
                   END-IF
                   IF SRT-OUT-HEAD-FLAG = 0
                       MOVE SRT-OUT-CUST-NAME TO WS-CURRENT-HEAD-NAME
                   END-IF
                   ADD 1 TO WS-FAMILY-MEMBERS
                   ADD 1 TO WS-MEMBER-COUNT
                   ADD SRT-OUT-BALANCE TO WS-FAMILY-BALANCE

                   INITIALIZE EXPOSURE-REPORT-RECORD
                   MOVE 'DETAIL'          TO FEX-RECORD-TYPE
                   MOVE SRT-OUT-HEAD-ID   TO FEX-HEAD-ID
                   MOVE SRT-OUT-CUST-ID   TO FEX-CUST-ID
                   MOVE SRT-OUT-PARENT-ID TO FEX-PARENT-ID
                   MOVE SRT-OUT-CUST-NAME TO FEX-CUST-NAME
                   MOVE 1                 TO FEX-MEMBER-COUNT
                   MOVE SRT-OUT-BALANCE   TO FEX-BALANCE
                   WRITE EXPOSURE-REPORT-RECORD
           END-READ.

      *> The family limit lives on the head office's record. A family
      *> in credit overall is within any limit.
       WRITE-FAMILY-TOTAL.
           MOVE WS-CURRENT-HEAD-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   MOVE 0 TO HIR-FAMILY-LIMIT
           END-READ

           INITIALIZE EXPOSURE-REPORT-RECORD
           MOVE 'TOTAL'              TO FEX-RECORD-TYPE
           MOVE WS-CURRENT-HEAD-ID   TO FEX-HEAD-ID
           MOVE WS-CURRENT-HEAD-ID   TO FEX-CUST-ID
           MOVE WS-CURRENT-HEAD-NAME TO FEX-CUST-NAME
           MOVE WS-FAMILY-MEMBERS    TO FEX-MEMBER-COUNT
           MOVE WS-FAMILY-BALANCE    TO FEX-BALANCE
           MOVE HIR-FAMILY-LIMIT     TO FEX-FAMILY-LIMIT
           EVALUATE TRUE
               WHEN HIR-FAMILY-LIMIT = 0
                   MOVE 'NO-LIMIT'   TO FEX-LIMIT-STATUS
                   ADD 1 TO WS-NO-LIMIT-COUNT
               WHEN WS-FAMILY-BALANCE > HIR-FAMILY-LIMIT
                   MOVE 'OVER-LIMIT' TO FEX-LIMIT-STATUS
                   COMPUTE FEX-OVER-AMOUNT =
                       WS-FAMILY-BALANCE - HIR-FAMILY-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN OTHER
                   MOVE 'WITHIN'     TO FEX-LIMIT-STATUS
           END-EVALUATE
           WRITE EXPOSURE-REPORT-RECORD

           ADD 1 TO WS-FAMILY-COUNT
           MOVE 0 TO WS-FAMILY-MEMBERS
           MOVE 0 TO WS-FAMILY-BALANCE
           .

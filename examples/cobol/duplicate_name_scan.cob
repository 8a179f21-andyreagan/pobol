      *> customer keyed in twice under slightly different spellings
      *> (extra middle initial, transposed words) because those are two
      *> different IDs as far as the master is concerned. This sorts
      *> the master by a squeezed (spaces and punctuation removed)
      *> name key so look-alike names land next to each other, then
      *> flags any pair of adjacent, different-ID records whose
      *> squeezed names share the same leading characters for manual
      *> review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RELEASE SORT-WORK-RECORD
           END-READ.

      *> Removes every space and punctuation mark from IN-CUST-NAME,
      *> keeping only letters and digits, so "JOHN A SMITH",
      *> "JOHN A. SMITH" and "JOHNASMITH" collate together, letting a
      *> stray middle initial, an extra space, or a stray period or
      *> hyphen fall out of the comparison.
       SQUEEZE-NAME.
           MOVE 1 TO WS-SQZ-FROM
           MOVE 1 TO WS-SQZ-TO
           .

       SQUEEZE-ONE-CHAR.
           IF (IN-CUST-NAME (WS-SQZ-FROM:1) IS ALPHABETIC
               AND IN-CUST-NAME (WS-SQZ-FROM:1) NOT = SPACE)
              OR IN-CUST-NAME (WS-SQZ-FROM:1) IS NUMERIC
               MOVE IN-CUST-NAME (WS-SQZ-FROM:1)
                   TO SRT-NORM-NAME (WS-SQZ-TO:1)
               ADD 1 TO WS-SQZ-TO

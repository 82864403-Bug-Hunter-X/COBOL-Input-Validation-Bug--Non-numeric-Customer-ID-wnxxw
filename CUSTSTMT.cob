      * answered directly instead of becoming a restore exercise. A
      * year with no archive file is simply skipped.
      *
      * Reversed items are shown paired with their reversals: under a
      * line that was later reversed the statement notes the date of
      * the reversal, and under the reversal line the date of the
      * item it takes back, so the two can be matched up at a glance
      * even when they fall days apart.
      *
      * A single-customer statement is a balance-revealing lookup, so
      * it is audit-logged the way CUSTINQ logs its inquiries: one
      * AUDIT-LOG-FILE line per keyed ID (INVALID/SKIPPED on bad
           88  WS-ALL-CUSTOMERS            VALUE "A".
       01  WS-TXN-MATCH-SWITCH             PIC X      VALUE "N".
           88  WS-TXN-MATCH                VALUE "Y".
       01  WS-ACCOUNT-MATCH-SWITCH         PIC X      VALUE "N".
           88  WS-ACCOUNT-MATCH            VALUE "Y".
       01  WS-PAIR-FOUND-SWITCH            PIC X      VALUE "N".
           88  WS-PAIR-FOUND               VALUE "Y".
       01  WS-ACCOUNT-AVAIL-SWITCH         PIC X      VALUE "N".
           88  WS-ACCOUNT-AVAIL            VALUE "Y".

       01  WS-STATEMENT-COUNT              PIC 9(5)     VALUE 0.
       01  WS-STATEMENT-COUNT-DISPLAY      PIC ZZZZ9.

      *    The section's reversal lines, gathered on the opening pass
      *    so the detail pass can note the reversal under the item it
      *    takes back. Each reversal pairs with one original only.
       01  WS-REVERSAL-COUNT               PIC 9(3)     VALUE 0.
       01  WS-REVERSAL-INDEX               PIC 9(3)     VALUE 0.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSAL-ENTRY           OCCURS 200 TIMES.
               10  WS-RV-ORIGINAL-DATE     PIC X(8).
               10  WS-RV-REFERENCE         PIC X(20).
               10  WS-RV-POST-DATE         PIC X(8).
               10  WS-RV-PAIRED-SWITCH     PIC X.
                   88  WS-RV-PAIRED        VALUE "Y".

       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(23)
               VALUE "STATEMENT FOR CUSTOMER ".
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DET-BALANCE              PIC ----,---,--9.99.

       01  WS-PAIR-LINE.
           05  FILLER                      PIC X(27)  VALUE SPACES.
           05  WS-PAIR-CAPTION             PIC X(20).
           05  WS-PAIR-DATE                PIC X(8).

       COPY OPERID.

       PROCEDURE DIVISION.

       5100-SCAN-FOR-OPENING.
           MOVE 0 TO WS-TXN-COUNT.
           MOVE 0 TO WS-REVERSAL-COUNT.
           MOVE WS-SECTION-BALANCE TO WS-OPENING-BALANCE.
           MOVE WS-SECTION-BALANCE TO WS-CLOSING-BALANCE.
           SET WS-OPENING-PASS TO TRUE.
                   TO WS-CLOSING-BALANCE
               ADD 1 TO WS-TXN-COUNT
           END-IF.
      *    A reversal is kept whatever its date, so an item in the
      *    period is still shown as reversed when the reversal itself
      *    falls after the period's end.
           IF WS-ACCOUNT-MATCH AND HT-ENTRY-REVERSAL
               AND WS-REVERSAL-COUNT < 200 THEN
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE HT-ORIGINAL-POST-DATE
                   TO WS-RV-ORIGINAL-DATE(WS-REVERSAL-COUNT)
               MOVE HT-REFERENCE TO WS-RV-REFERENCE(WS-REVERSAL-COUNT)
               MOVE HT-POST-DATE TO WS-RV-POST-DATE(WS-REVERSAL-COUNT)
               MOVE "N" TO WS-RV-PAIRED-SWITCH(WS-REVERSAL-COUNT)
           END-IF.

       5200-PRINT-DETAILS.
           SET WS-DETAIL-PASS TO TRUE.
           MOVE HT-REFERENCE TO WS-DET-REFERENCE.
           MOVE HT-RESULTING-BALANCE TO WS-DET-BALANCE.
           WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE.
           IF HT-ENTRY-REVERSAL THEN
               MOVE "** REVERSES ITEM OF " TO WS-PAIR-CAPTION
               MOVE HT-ORIGINAL-POST-DATE TO WS-PAIR-DATE
               WRITE STATEMENT-RECORD FROM WS-PAIR-LINE
           ELSE
               PERFORM 5450-FIND-REVERSAL
           END-IF.

      ******************************************************************
      * The first reversal of the section not yet paired that names
      * this line's post date and reference is the one that took it
      * back.
      ******************************************************************
       5450-FIND-REVERSAL.
           MOVE "N" TO WS-PAIR-FOUND-SWITCH.
           MOVE 1 TO WS-REVERSAL-INDEX.
           PERFORM UNTIL WS-PAIR-FOUND
               OR WS-REVERSAL-INDEX > WS-REVERSAL-COUNT
               IF NOT WS-RV-PAIRED(WS-REVERSAL-INDEX)
                   AND WS-RV-ORIGINAL-DATE(WS-REVERSAL-INDEX)
                       = HT-POST-DATE
                   AND WS-RV-REFERENCE(WS-REVERSAL-INDEX)
                       = HT-REFERENCE THEN
                   SET WS-PAIR-FOUND TO TRUE
                   SET WS-RV-PAIRED(WS-REVERSAL-INDEX) TO TRUE
                   MOVE "** REVERSED ON      " TO WS-PAIR-CAPTION
                   MOVE WS-RV-POST-DATE(WS-REVERSAL-INDEX)
                       TO WS-PAIR-DATE
                   WRITE STATEMENT-RECORD FROM WS-PAIR-LINE
               ELSE
                   ADD 1 TO WS-REVERSAL-INDEX
               END-IF
           END-PERFORM.

      ******************************************************************
      * Archived history for the requested period, read ahead of the
      ******************************************************************
       5500-TEST-TXN-MATCH.
           MOVE "N" TO WS-TXN-MATCH-SWITCH.
           MOVE "N" TO WS-ACCOUNT-MATCH-SWITCH.
           IF HT-CUSTOMER-ID = WS-CUSTOMER-ID
               AND (HT-ACCOUNT-TYPE = WS-STMT-ACCT-TYPE
               OR (HT-ACCOUNT-TYPE = SPACE
                   AND WS-STMT-ACCT-TYPE = "C")) THEN
               SET WS-ACCOUNT-MATCH TO TRUE
               IF (WS-START-DATE-INPUT = SPACES
                   OR HT-POST-DATE NOT < WS-START-DATE-INPUT)
                   AND (WS-END-DATE-INPUT = SPACES

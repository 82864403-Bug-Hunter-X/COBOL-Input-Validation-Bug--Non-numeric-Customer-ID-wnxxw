      * posted, for tie-out against the bank tape the posting file
      * came from.
      *
      * POSTING-FILE arrives in batches, each between a header and a
      * trailer (BCTLREC) that the pre-edit CUSTBCTL has already
      * proved; the control records themselves are passed over here.
      * Repaired rejects go back in as a batch of their own.
      *
      * Every posted transaction is also appended to
      * TRANSACTION-HISTORY-FILE (date, customer, D/C, amount,
      * reference, resulting balance) so the statement print can show
      * how each balance got where it is.
      *
      * Holds: a debit to checking or savings may not exceed the
      * account's available balance - the ledger balance less the
      * active holds on HOLD-FILE - and is rejected if it would. An
      * account with no active holds posts against its ledger
      * balance alone. Reversals are never refused for a hold.
      *
      * Reversals: a line with D/C code R takes back a movement
      * already posted. It names the original history line by its
      * customer, account type and reference as usual, but carries
      * the original's post date (YYYYMMDD) in the amount column in
      * place of an amount. The line is looked up on
      * TRANSACTION-HISTORY-FILE - or, when it has since been rolled
      * off, on the CUSTHIST.yyyy archive of its year - and the exact
      * opposite movement is posted to the same account, with the
      * history line marked as a reversal of the original's date. A
      * line that has already been reversed as often as it was
      * posted is refused, so one item can never be taken back
      * twice. Every reversal posted or refused is listed on
      * REVERSAL-REGISTER-FILE for operations to review and sign
      * off.
      *
      * Checkpoint/restart: after every posting line processed, the
      * number of lines processed so far - together with the running
      * posted/rejected counts and net amount - is written to
      * still tie out to the whole bank tape. A completed run clears
      * the checkpoint so the next run starts fresh from the top of
      * POSTING-FILE.
      *
      * Every CUSTOMER-FILE and ACCOUNT-FILE record posted is also
      * appended to RECOVERY-JOURNAL-FILE as a before/after image
      * (RJRNREC), so CUSTRCOV can roll a restored generation forward
      * over the night's postings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOST IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-SEARCH-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-FILE-STATUS.

           SELECT ARCHIVE-SEARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-FILE-STATUS.

           SELECT REVERSAL-REGISTER-FILE ASSIGN TO "CUSTREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CUSTPOST.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  TRANSACTION-HISTORY-RECORD.
           COPY HISTREC.

       FD  HISTORY-SEARCH-FILE.
       01  HISTORY-SEARCH-RECORD           PIC X(80).

       FD  ARCHIVE-SEARCH-FILE.
       01  ARCHIVE-SEARCH-RECORD           PIC X(80).

       FD  REVERSAL-REGISTER-FILE.
       01  REVERSAL-REGISTER-RECORD        PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-RECORD-COUNT             PIC 9(7).
           05  CK-NET-AMOUNT               PIC S9(9)V99 SIGN TRAILING.
           05  FILLER                      PIC X      VALUE SPACE.
           05  CK-LAST-CUSTOMER-ID         PIC X(6).
           05  FILLER                      PIC X      VALUE SPACE.
           05  CK-REVERSED-COUNT           PIC 9(7).
           05  FILLER                      PIC X      VALUE SPACE.
           05  CK-REFUSED-COUNT            PIC 9(7).
           05  FILLER                      PIC X      VALUE SPACE.
           05  CK-REVERSED-AMOUNT          PIC 9(9)V99.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
           05  FILLER                      PIC X.
           05  WS-OLD-REFERENCE            PIC X(20).
           05  FILLER                      PIC X(37).

      ******************************************************************
      * A history line read back while looking for the original of a
      * reversal.
      ******************************************************************
       01  WS-SEARCH-LINE.
           COPY HISTREC
               REPLACING ==HT-POST-DATE== BY ==HS-POST-DATE==
                         ==HT-CUSTOMER-ID== BY ==HS-CUSTOMER-ID==
                         ==HT-DC-CODE== BY ==HS-DC-CODE==
                         ==HT-AMOUNT== BY ==HS-AMOUNT==
                         ==HT-REFERENCE== BY ==HS-REFERENCE==
                         ==HT-RESULTING-BALANCE==
                             BY ==HS-RESULTING-BALANCE==
                         ==HT-ACCOUNT-TYPE== BY ==HS-ACCOUNT-TYPE==
                         ==HT-ENTRY-TYPE== BY ==HS-ENTRY-TYPE==
                         ==HT-ENTRY-REVERSAL== BY ==HS-ENTRY-REVERSAL==
                         ==HT-ENTRY-TRANSFER== BY ==HS-ENTRY-TRANSFER==
                         ==HT-ORIGINAL-POST-DATE==
                             BY ==HS-ORIGINAL-POST-DATE==.

       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-POSTING-TYPE                 PIC X.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-POSTING-FILE-STATUS          PIC XX.
       01  WS-REJECT-FILE-STATUS           PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-CHECKPOINT-FILE-STATUS       PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-SEARCH-FILE-STATUS           PIC XX.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-POSTING-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-POSTING-EOF              VALUE "Y".
       01  WS-NEW-BALANCE                  PIC S9(9)V99.
       01  WS-RESULT-BALANCE               PIC S9(9)V99.
       01  WS-REJECT-REASON                PIC X(30).
       01  WS-DC-CODE                      PIC X.

       01  WS-ORIGINAL-DATE                PIC X(8).
       01  WS-ARCH-FILE-NAME               PIC X(13)
                                           VALUE "CUSTHIST.0000".
       01  WS-ARCH-YEAR                    PIC 9(4).
       01  WS-SEARCH-EOF-SWITCH            PIC X      VALUE "N".
           88  WS-SEARCH-EOF               VALUE "Y".
       01  WS-SEARCH-TYPE                  PIC X.
       01  WS-ORIGINAL-COUNT               PIC 9(3).
       01  WS-ALREADY-REVERSED-COUNT       PIC 9(3).
       01  WS-ORIGINAL-INDEX               PIC 9(3).
      *    The same reference can be posted more than once on one day
      *    (two identical cheques, say); each posting is its own
      *    original, taken back in the order it was posted.
       01  WS-ORIGINAL-TABLE.
           05  WS-ORIGINAL-ENTRY           OCCURS 50 TIMES.
               10  WS-ORIG-DC-CODE         PIC X.
               10  WS-ORIG-AMOUNT          PIC 9(7)V99.

       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-COUNT                   PIC 9(4)     VALUE 0.
       01  WS-HOLD-INDEX                   PIC 9(4)     VALUE 0.
       01  WS-HELD-AMOUNT                  PIC 9(9)V99  VALUE 0.
      *    Every hold active tonight, loaded once at the start of the
      *    run; see 0700.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY               OCCURS 2000 TIMES.
               10  WS-HL-CUSTOMER-ID       PIC 9(5).
               10  WS-HL-ACCOUNT-TYPE      PIC X.
               10  WS-HL-AMOUNT            PIC 9(7)V99.

       01  WS-REVERSED-COUNT               PIC 9(7)     VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(7)     VALUE 0.
       01  WS-REVERSED-AMOUNT              PIC 9(9)V99  VALUE 0.

       01  WS-POSTED-COUNT                 PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7)     VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ----,---,--9.99.

       01  WS-REGISTER-TITLE.
           05  FILLER                      PIC X(33)
               VALUE "REVERSALS REGISTER - BUSINESS DAY".
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-TITLE-DATE            PIC X(8).

       01  WS-REGISTER-HEADING.
           05  FILLER                      PIC X(39)
               VALUE "CUST   T ORIGINAL REFERENCE            ".
           05  FILLER                      PIC X(41)
               VALUE "DC      AMOUNT  RESULT".

       01  WS-REGISTER-LINE.
           05  WS-RG-CUSTOMER-ID           PIC X(6).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-ACCOUNT-TYPE          PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-ORIGINAL-DATE         PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-REFERENCE             PIC X(20).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-DC-CODE               PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RG-RESULT                PIC X(25).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RG-TOTAL-LABEL           PIC X(24).
           05  WS-RG-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RG-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       COPY OPERID.

       COPY EODSTEP.

       PROCEDURE DIVISION.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-READ-CHECKPOINT.
           PERFORM 0600-GET-BUSINESS-DATE.
           PERFORM 0700-LOAD-ACTIVE-HOLDS.

           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE POSTING-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           IF WS-SKIP-COUNT > 0 THEN
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-FILE-STATUS = "05" OR WS-REJECT-FILE-STATUS
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF WS-SKIP-COUNT > 0 THEN
               OPEN EXTEND REVERSAL-REGISTER-FILE
               IF WS-REGISTER-FILE-STATUS = "05"
                   OR WS-REGISTER-FILE-STATUS = "35" THEN
                   OPEN OUTPUT REVERSAL-REGISTER-FILE
                   PERFORM 8400-WRITE-REGISTER-HEADINGS
               END-IF
           ELSE
               OPEN OUTPUT REVERSAL-REGISTER-FILE
               PERFORM 8400-WRITE-REGISTER-HEADINGS
           END-IF.
           OPEN EXTEND TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "05"
               OR WS-HISTORY-FILE-STATUS = "35" THEN
                   AT END
                       SET WS-POSTING-EOF TO TRUE
                   NOT AT END
                       IF WS-POSTING-AREA(1:4) = "HDR "
                           OR WS-POSTING-AREA(1:4) = "TRL " THEN
                           ADD 1 TO WS-PROCESSED-COUNT
                       ELSE
                           PERFORM 1000-PROCESS-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSTING-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE REJECT-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 8600-WRITE-REGISTER-TOTALS.
           CLOSE REVERSAL-REGISTER-FILE.
           PERFORM 9100-CLEAR-CHECKPOINT.

           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Transactions rejected: " WS-COUNT-DISPLAY.
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Net amount posted:     " WS-AMOUNT-DISPLAY.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reversals posted:      " WS-COUNT-DISPLAY.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reversals refused:     " WS-COUNT-DISPLAY.
           GOBACK.

       0500-READ-CHECKPOINT.
                           MOVE CK-NET-AMOUNT TO WS-NET-AMOUNT
                           MOVE CK-LAST-CUSTOMER-ID
                               TO WS-CHECKPOINT-LAST-ID
                           IF CK-REVERSED-COUNT IS NUMERIC
                               AND CK-REFUSED-COUNT IS NUMERIC
                               AND CK-REVERSED-AMOUNT IS NUMERIC
                               THEN
                               MOVE CK-REVERSED-COUNT
                                   TO WS-REVERSED-COUNT
                               MOVE CK-REFUSED-COUNT
                                   TO WS-REFUSED-COUNT
                               MOVE CK-REVERSED-AMOUNT
                                   TO WS-REVERSED-AMOUNT
                           END-IF
                       ELSE
                           MOVE 0 TO WS-SKIP-COUNT
                       END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * Loads every hold still active on the business date - status
      * active and the expiry date not yet passed - into the hold
      * table. A missing HOLD-FILE means no holds. More active holds
      * than the table holds fails the run before anything posts,
      * rather than let a debit through against a hold not loaded.
      ******************************************************************
       0700-LOAD-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35" THEN
               SET WS-HOLD-EOF TO TRUE
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open HOLD-FILE (status "
                       WS-HOLD-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   GOBACK
               END-IF
               MOVE 1 TO WS-HOLD-REL-KEY
               START HOLD-FILE KEY IS NOT LESS THAN WS-HOLD-REL-KEY
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HD-STATUS-ACTIVE
                           AND HD-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                           THEN
                           PERFORM 0710-LOAD-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-FILE-STATUS NOT = "35" THEN
               CLOSE HOLD-FILE
           END-IF.

       0710-LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT NOT < 2000 THEN
               DISPLAY "More than 2000 active holds - hold table "
                   "full; run halted before posting."
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-CUSTOMER-ID TO WS-HL-CUSTOMER-ID (WS-HOLD-COUNT).
           MOVE HD-ACCOUNT-TYPE TO WS-HL-ACCOUNT-TYPE (WS-HOLD-COUNT).
           MOVE HD-AMOUNT TO WS-HL-AMOUNT (WS-HOLD-COUNT).

       1000-PROCESS-ONE-POSTING.
           MOVE WS-POSTING-AREA TO POSTING-RECORD.
           IF PT-ACCOUNT-TYPE IS NUMERIC
           ELSE
               PERFORM 8000-WRITE-REJECT
           END-IF.
           IF PT-DC-CODE = "R" THEN
               PERFORM 8500-WRITE-REGISTER-LINE
           END-IF.

           ADD 1 TO WS-PROCESSED-COUNT.
           PERFORM 9000-WRITE-CHECKPOINT.

           IF WS-REJECT-REASON = SPACES
               AND PT-DC-CODE NOT = "D"
               AND PT-DC-CODE NOT = "C"
               AND PT-DC-CODE NOT = "R" THEN
               MOVE "D/C code not D, C or R" TO WS-REJECT-REASON
           END-IF.

      *    A blank account type is the default checking account.
               END-IF
           END-IF.

      *    A reversal takes its amount, and the opposite of its D/C
      *    code, from the original line; see 2600.
           IF WS-REJECT-REASON = SPACES AND PT-DC-CODE = "R" THEN
               PERFORM 2600-FIND-ORIGINAL
           END-IF.

           IF WS-REJECT-REASON = SPACES AND PT-DC-CODE NOT = "R" THEN
               MOVE PT-DC-CODE TO WS-DC-CODE
               COMPUTE WS-AMOUNT-CHECK =
                   FUNCTION TEST-NUMVAL(PT-AMOUNT)
               IF WS-AMOUNT-CHECK NOT = 0 THEN

           IF WS-REJECT-REASON = SPACES THEN
               IF WS-POSTING-TYPE = "C" THEN
                   IF WS-DC-CODE = "C" THEN
                       COMPUTE WS-NEW-BALANCE =
                           WS-BALANCE + WS-POSTING-AMOUNT
                   ELSE
                           WS-BALANCE - WS-POSTING-AMOUNT
                   END-IF
               ELSE
                   IF WS-DC-CODE = "C" THEN
                       COMPUTE WS-NEW-BALANCE =
                           WA-BALANCE + WS-POSTING-AMOUNT
                   ELSE
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-DC-CODE = "D"
               AND PT-DC-CODE NOT = "R"
               AND WS-POSTING-TYPE NOT = "L" THEN
               PERFORM 2700-CHECK-AVAILABLE-BALANCE
           END-IF.

       2500-READ-NAMED-ACCOUNT.
           IF WS-POSTING-TYPE = "S" THEN
               COMPUTE WS-ACCT-REL-KEY = WS-CUSTOMER-ID * 10 + 2
               END-IF
           END-IF.

      ******************************************************************
      * Finds the history line a reversal names. Lines still in the
      * history file are searched there; lines from an earlier year
      * may have been rolled off to that year's archive, and an
      * earlier reversal of them to a later one, so every archive
      * from the original's year up to last year is searched too (a
      * year with no archive is simply skipped). This run's own
      * history is closed first so postings made earlier in the run
      * - including an earlier reversal of the same line - are seen.
      * Each matching line posted on the original date is an
      * original; each reversal line naming that date is one
      * already taken back. A line is reversible only while there
      * are more originals than reversals, and the next original in
      * posting order is the one reversed.
      ******************************************************************
       2600-FIND-ORIGINAL.
           MOVE FUNCTION TRIM(PT-AMOUNT) TO WS-ORIGINAL-DATE.
           IF WS-ORIGINAL-DATE IS NOT NUMERIC
               OR WS-ORIGINAL-DATE > WS-BUSINESS-DATE THEN
               MOVE "original date not valid" TO WS-REJECT-REASON
           ELSE
               MOVE 0 TO WS-ORIGINAL-COUNT
               MOVE 0 TO WS-ALREADY-REVERSED-COUNT
               CLOSE TRANSACTION-HISTORY-FILE
               MOVE WS-ORIGINAL-DATE(1:4) TO WS-ARCH-YEAR
               PERFORM UNTIL WS-ARCH-YEAR
                   NOT < WS-BUSINESS-DATE(1:4)
                   PERFORM 2610-SEARCH-ARCHIVE-YEAR
                   ADD 1 TO WS-ARCH-YEAR
               END-PERFORM
               PERFORM 2620-SEARCH-CURRENT-HISTORY
               OPEN EXTEND TRANSACTION-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "05"
                   OR WS-HISTORY-FILE-STATUS = "35" THEN
                   OPEN OUTPUT TRANSACTION-HISTORY-FILE
               END-IF
               PERFORM 2640-PICK-ORIGINAL
           END-IF.

       2610-SEARCH-ARCHIVE-YEAR.
           MOVE WS-ARCH-YEAR TO WS-ARCH-FILE-NAME(10:4).
           OPEN INPUT ARCHIVE-SEARCH-FILE.
           IF WS-SEARCH-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-SEARCH-EOF-SWITCH
               PERFORM UNTIL WS-SEARCH-EOF
                   READ ARCHIVE-SEARCH-FILE INTO WS-SEARCH-LINE
                       AT END
                           SET WS-SEARCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 2630-CHECK-SEARCH-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-SEARCH-FILE
           END-IF.

       2620-SEARCH-CURRENT-HISTORY.
           OPEN INPUT HISTORY-SEARCH-FILE.
           IF WS-SEARCH-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-SEARCH-EOF-SWITCH
               PERFORM UNTIL WS-SEARCH-EOF
                   READ HISTORY-SEARCH-FILE INTO WS-SEARCH-LINE
                       AT END
                           SET WS-SEARCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 2630-CHECK-SEARCH-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-SEARCH-FILE
           END-IF.

       2630-CHECK-SEARCH-LINE.
           IF HS-ACCOUNT-TYPE = SPACE THEN
               MOVE "C" TO WS-SEARCH-TYPE
           ELSE
               MOVE HS-ACCOUNT-TYPE TO WS-SEARCH-TYPE
           END-IF.
           IF HS-CUSTOMER-ID IS NUMERIC
               AND HS-CUSTOMER-ID = WS-CUSTOMER-ID
               AND WS-SEARCH-TYPE = WS-POSTING-TYPE
               AND HS-REFERENCE = PT-REFERENCE THEN
               IF HS-ENTRY-REVERSAL THEN
                   IF HS-ORIGINAL-POST-DATE = WS-ORIGINAL-DATE THEN
                       ADD 1 TO WS-ALREADY-REVERSED-COUNT
                   END-IF
               ELSE
                   IF HS-POST-DATE = WS-ORIGINAL-DATE
                       AND WS-ORIGINAL-COUNT < 50 THEN
                       ADD 1 TO WS-ORIGINAL-COUNT
                       MOVE HS-DC-CODE
                           TO WS-ORIG-DC-CODE(WS-ORIGINAL-COUNT)
                       MOVE HS-AMOUNT
                           TO WS-ORIG-AMOUNT(WS-ORIGINAL-COUNT)
                   END-IF
               END-IF
           END-IF.

       2640-PICK-ORIGINAL.
           IF WS-ORIGINAL-COUNT = 0 THEN
               MOVE "original not found" TO WS-REJECT-REASON
           ELSE
               IF WS-ALREADY-REVERSED-COUNT NOT < WS-ORIGINAL-COUNT
                   THEN
                   MOVE "original already reversed"
                       TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-ORIGINAL-INDEX =
                       WS-ALREADY-REVERSED-COUNT + 1
                   MOVE WS-ORIG-AMOUNT(WS-ORIGINAL-INDEX)
                       TO WS-POSTING-AMOUNT
                   IF WS-ORIG-DC-CODE(WS-ORIGINAL-INDEX) = "C" THEN
                       MOVE "D" TO WS-DC-CODE
                   ELSE
                       MOVE "C" TO WS-DC-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A debit may take the account no lower than the total of its
      * active holds - that is, it may not exceed the available
      * balance. An account with nothing held is subject only to
      * the ledger checks in 2000.
      ******************************************************************
       2700-CHECK-AVAILABLE-BALANCE.
           MOVE 0 TO WS-HELD-AMOUNT.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               IF WS-HL-CUSTOMER-ID (WS-HOLD-INDEX) = WS-CUSTOMER-ID
                   AND WS-HL-ACCOUNT-TYPE (WS-HOLD-INDEX)
                       = WS-POSTING-TYPE THEN
                   ADD WS-HL-AMOUNT (WS-HOLD-INDEX) TO WS-HELD-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-HELD-AMOUNT > 0
               AND WS-NEW-BALANCE < WS-HELD-AMOUNT THEN
               MOVE "debit over available balance"
                   TO WS-REJECT-REASON
           END-IF.

       3000-APPLY-POSTING.
           IF WS-POSTING-TYPE = "C" THEN
               PERFORM 3100-APPLY-TO-CHECKING
           END-IF.

       3100-APPLY-TO-CHECKING.
           MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE WS-NEW-BALANCE TO WS-BALANCE.
           MOVE WS-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
                   MOVE "rewrite failed" TO WS-REJECT-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
                   MOVE WS-BALANCE TO WS-RESULT-BALANCE
                   PERFORM 6000-COUNT-POSTED
           END-REWRITE.

       3200-APPLY-TO-NAMED-ACCOUNT.
           MOVE WS-ACCT-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE WS-NEW-BALANCE TO WA-BALANCE.
           MOVE WS-ACCT-RECORD TO ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
                   MOVE "rewrite failed" TO WS-REJECT-REASON
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 9650-JOURNAL-ACCOUNT-CHANGE
                   MOVE WA-BALANCE TO WS-RESULT-BALANCE
                   PERFORM 6000-COUNT-POSTED
           END-REWRITE.

       6000-COUNT-POSTED.
           ADD 1 TO WS-POSTED-COUNT.
           IF WS-DC-CODE = "C" THEN
               ADD WS-POSTING-AMOUNT TO WS-NET-AMOUNT
           ELSE
               SUBTRACT WS-POSTING-AMOUNT FROM WS-NET-AMOUNT
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO HT-POST-DATE.
           MOVE WS-CUSTOMER-ID TO HT-CUSTOMER-ID.
           MOVE WS-DC-CODE TO HT-DC-CODE.
           MOVE WS-POSTING-AMOUNT TO HT-AMOUNT.
           MOVE PT-REFERENCE TO HT-REFERENCE.
           MOVE WS-RESULT-BALANCE TO HT-RESULTING-BALANCE.
           MOVE WS-POSTING-TYPE TO HT-ACCOUNT-TYPE.
           IF PT-DC-CODE = "R" THEN
               SET HT-ENTRY-REVERSAL TO TRUE
               MOVE WS-ORIGINAL-DATE TO HT-ORIGINAL-POST-DATE
           END-IF.
           WRITE TRANSACTION-HISTORY-RECORD.

       8000-WRITE-REJECT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.

       8400-WRITE-REGISTER-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-RG-TITLE-DATE.
           WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TITLE.
           MOVE SPACES TO REVERSAL-REGISTER-RECORD.
           WRITE REVERSAL-REGISTER-RECORD.
           WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-HEADING.

      ******************************************************************
      * One register line per reversal line on POSTING-FILE: the
      * opposite movement posted, or why it was refused.
      ******************************************************************
       8500-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PT-CUSTOMER-ID TO WS-RG-CUSTOMER-ID.
           MOVE PT-ACCOUNT-TYPE TO WS-RG-ACCOUNT-TYPE.
           MOVE FUNCTION TRIM(PT-AMOUNT) TO WS-RG-ORIGINAL-DATE.
           MOVE PT-REFERENCE TO WS-RG-REFERENCE.
           IF WS-REJECT-REASON = SPACES THEN
               MOVE WS-DC-CODE TO WS-RG-DC-CODE
               MOVE WS-POSTING-AMOUNT TO WS-RG-AMOUNT
               MOVE "POSTED" TO WS-RG-RESULT
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-POSTING-AMOUNT TO WS-REVERSED-AMOUNT
           ELSE
               MOVE WS-REJECT-REASON TO WS-RG-RESULT
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-LINE.

       8600-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REVERSAL-REGISTER-RECORD.
           WRITE REVERSAL-REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Reversals posted:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-REVERSED-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-REVERSED-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Reversals refused:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RG-TOTAL-COUNT.
           WRITE REVERSAL-REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO REVERSAL-REGISTER-RECORD.
           WRITE REVERSAL-REGISTER-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REVERSAL-REGISTER-RECORD.
           WRITE REVERSAL-REGISTER-RECORD.

       9000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE WS-REJECTED-COUNT TO CK-REJECTED-COUNT.
           MOVE WS-NET-AMOUNT TO CK-NET-AMOUNT.
           MOVE PT-CUSTOMER-ID TO CK-LAST-CUSTOMER-ID.
           MOVE WS-REVERSED-COUNT TO CK-REVERSED-COUNT.
           MOVE WS-REFUSED-COUNT TO CK-REFUSED-COUNT.
           MOVE WS-REVERSED-AMOUNT TO CK-REVERSED-AMOUNT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

           MOVE 0 TO CK-NET-AMOUNT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      ******************************************************************
      * Recovery journal - every CUSTOMER-FILE or ACCOUNT-FILE record
      * this program changes is appended to RECOVERY-JOURNAL-FILE as
      * a before/after image (RJRNREC), so a restored generation can
      * be rolled forward over it. The caller leaves the record as it
      * stood before the change in WS-JOURNAL-BEFORE-IMAGE.
      ******************************************************************
       9500-OPEN-RECOVERY-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "05"
               OR WS-JOURNAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

       9600-JOURNAL-CUSTOMER-CHANGE.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-CUSTOMER TO TRUE.
           SET RJ-ACTION-CHANGE TO TRUE.
           MOVE WS-REL-KEY TO RJ-RECORD-KEY.
           MOVE WS-JOURNAL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD TO RJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9650-JOURNAL-ACCOUNT-CHANGE.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-ACCOUNT TO TRUE.
           SET RJ-ACTION-CHANGE TO TRUE.
           MOVE WS-ACCT-REL-KEY TO RJ-RECORD-KEY.
           MOVE WS-JOURNAL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           MOVE ACCOUNT-RECORD TO RJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9700-WRITE-JOURNAL-IMAGE.
           SET RJ-TYPE-IMAGE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP.
           MOVE WS-JOURNAL-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
           MOVE "CUSTPOST" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTPOST" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

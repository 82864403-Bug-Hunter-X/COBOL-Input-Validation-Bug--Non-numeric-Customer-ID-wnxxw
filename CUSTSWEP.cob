      ******************************************************************
      * PROGRAM-ID. CUSTSWEP
      *
      * Nightly overdraft-protection sweep - runs after the night's
      * postings and transfers and the hold run, and before overdraft
      * charges are assessed by CUSTOVDR. For every customer opted in
      * on PROTECTION-FILE whose checking balance (CF-BALANCE) is
      * below zero, it moves just enough from the customer's savings
      * account to bring checking back to zero, or as much as savings
      * can cover:
      *
      *   - checking must be active and the savings account must be
      *     on file and active - a closed, frozen or dormant account
      *     is never swept to or from;
      *   - only the savings available balance can move - the ledger
      *     balance less its active holds, as CUSTPOST applies to a
      *     debit - so a sweep never takes savings below zero or
      *     into held funds;
      *   - the customer's sweep limit, where one is set, caps what
      *     one night's sweep moves.
      *
      * Each sweep is a savings debit and a checking credit written
      * to TRANSACTION-HISTORY-FILE as a pair under the one sweep
      * reference, OD SWEEP and the business date. The sweep register
      * lists every overdrawn opted-in customer as fully covered,
      * partially covered or not covered, with the reason, and totals
      * each. The business date of the sweep is stamped on the
      * customer's protection record, so a rerun of the same night
      * lists the customer as already swept and moves nothing more.
      * A missing PROTECTION-FILE just means nobody has opted in.
      *
      * Both records a sweep changes (and a savings debit put back)
      * are also appended to RECOVERY-JOURNAL-FILE as before/after
      * images (RJRNREC) for CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSWEP IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PROTECTION-REL-KEY
               FILE STATUS IS WS-PROTECTION-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-ACCT-REL-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ODSWEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROTECTION-FILE.
       01  PROTECTION-RECORD.
           COPY ODPREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC
               REPLACING ==CUSTOMER-ID== BY ==CF-CUSTOMER-ID==
                         ==CUSTOMER-NAME== BY ==CF-CUSTOMER-NAME==
                         ==BALANCE== BY ==CF-BALANCE==
                         ==CUSTOMER-STATUS== BY ==CF-CUSTOMER-STATUS==
                         ==STATUS-ACTIVE== BY ==CF-STATUS-ACTIVE==
                         ==STATUS-CLOSED== BY ==CF-STATUS-CLOSED==
                         ==STATUS-FROZEN== BY ==CF-STATUS-FROZEN==
                         ==STATUS-DORMANT== BY ==CF-STATUS-DORMANT==.

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC
               REPLACING ==ACCOUNT-CUSTOMER-ID==
                             BY ==AF-CUSTOMER-ID==
                         ==ACCOUNT-TYPE== BY ==AF-ACCOUNT-TYPE==
                         ==ACCOUNT-BALANCE== BY ==AF-BALANCE==
                         ==ACCOUNT-STATUS== BY ==AF-ACCOUNT-STATUS==
                         ==ACCT-TYPE-SAVINGS== BY ==AF-TYPE-SAVINGS==
                         ==ACCT-TYPE-LOAN== BY ==AF-TYPE-LOAN==
                         ==ACCT-STATUS-ACTIVE== BY ==AF-ACTIVE==
                         ==ACCT-STATUS-CLOSED== BY ==AF-CLOSED==
                         ==ACCT-STATUS-FROZEN== BY ==AF-FROZEN==.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  TRANSACTION-HISTORY-FILE.
       01  TRANSACTION-HISTORY-RECORD.
           COPY HISTREC.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-PROTECTION-REL-KEY           PIC 9(8) COMP.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-PROTECTION-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-PROTECTION-EOF-SWITCH        PIC X      VALUE "N".
           88  WS-PROTECTION-EOF           VALUE "Y".
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".

       01  WS-HOLD-COUNT                   PIC 9(4)     VALUE 0.
       01  WS-HOLD-INDEX                   PIC 9(4)     VALUE 0.
      *    Every savings hold active tonight, loaded once at the
      *    start of the run; see 0700.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY               OCCURS 2000 TIMES.
               10  WS-HL-CUSTOMER-ID       PIC 9(5).
               10  WS-HL-AMOUNT            PIC 9(7)V99.

       01  WS-OVERDRAWN-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-HELD-AMOUNT                  PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-SWEEP-AMOUNT                 PIC S9(9)V99 VALUE 0.
       01  WS-RESULT                       PIC X(11).
       01  WS-REASON                       PIC X(21).
       01  WS-SWEEP-REFERENCE.
           05  FILLER                      PIC X(9)   VALUE "OD SWEEP ".
           05  WS-SR-DATE                  PIC X(8).

       01  WS-FULL-COUNT                   PIC 9(7)     VALUE 0.
       01  WS-FULL-AMOUNT                  PIC 9(9)V99  VALUE 0.
       01  WS-PARTIAL-COUNT                PIC 9(7)     VALUE 0.
       01  WS-PARTIAL-AMOUNT               PIC 9(9)V99  VALUE 0.
       01  WS-NOT-COVERED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-NOT-COVERED-AMOUNT           PIC 9(9)V99  VALUE 0.
       01  WS-ALREADY-COUNT                PIC 9(7)     VALUE 0.
       01  WS-SWEPT-TOTAL                  PIC 9(9)V99  VALUE 0.

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-TITLE.
           05  FILLER                      PIC X(38)
               VALUE "OVERDRAFT PROTECTION SWEEP - BUSINESS ".
           05  FILLER                      PIC X(4)   VALUE "DAY ".
           05  WS-RG-TITLE-DATE            PIC X(8).

       01  WS-REGISTER-HEADING.
           05  FILLER                      PIC X(44)
               VALUE "CUST     OVERDRAWN        SWEPT    BAL AFTER".
           05  FILLER                      PIC X(19)
               VALUE " RESULT      REASON".

       01  WS-REGISTER-LINE.
           05  WS-RG-CUSTOMER-ID           PIC 9(5).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-OVERDRAWN             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-SWEPT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-BALANCE-AFTER         PIC -,---,--9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-RESULT                PIC X(11).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-REASON                PIC X(21).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RG-TOTAL-LABEL           PIC X(24).
           05  WS-RG-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RG-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RG-TOTAL-NOTE            PIC X(20).

       COPY OPERID.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SR-DATE.

           OPEN I-O PROTECTION-FILE.
           IF WS-PROTECTION-FILE-STATUS = "35" THEN
               DISPLAY "No overdraft protection file - no customer "
                   "has opted in."
               SET WS-PROTECTION-EOF TO TRUE
           ELSE
               IF WS-PROTECTION-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open PROTECTION-FILE (status "
                       WS-PROTECTION-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   GOBACK
               END-IF
           END-IF.

           IF NOT WS-PROTECTION-EOF THEN
               PERFORM 0700-LOAD-SAVINGS-HOLDS
               PERFORM 0800-OPEN-MASTER-FILES
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 8400-WRITE-REGISTER-HEADINGS.

           IF NOT WS-PROTECTION-EOF THEN
               MOVE 1 TO WS-PROTECTION-REL-KEY
               START PROTECTION-FILE
                   KEY IS NOT LESS THAN WS-PROTECTION-REL-KEY
                   INVALID KEY
                       SET WS-PROTECTION-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-PROTECTION-EOF
                   READ PROTECTION-FILE NEXT RECORD
                       AT END
                           SET WS-PROTECTION-EOF TO TRUE
                       NOT AT END
                           IF PR-OPTED-IN THEN
                               PERFORM 2000-SWEEP-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROTECTION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

           PERFORM 8600-WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.

           MOVE WS-FULL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Fully covered:           " WS-COUNT-DISPLAY.
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Partially covered:       " WS-COUNT-DISPLAY.
           MOVE WS-NOT-COVERED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Not covered:             " WS-COUNT-DISPLAY.
           MOVE WS-SWEPT-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "Total swept:      " WS-AMOUNT-DISPLAY.
           GOBACK.

      ******************************************************************
      * The business date the run posts under. The night run's date
      * roll in CUSTEOD keeps BUSINESS-DATE-FILE current; a missing
      * or empty file (a standalone run outside the night sequence)
      * falls back to the wall clock.
      ******************************************************************
       0500-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "00" THEN
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC THEN
                           MOVE BD-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * Loads every savings hold still active on the business date
      * into the hold table. A missing HOLD-FILE means no holds. More
      * active savings holds than the table holds fails the run
      * before anything is swept, rather than sweep held funds.
      ******************************************************************
       0700-LOAD-SAVINGS-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35" THEN
               SET WS-HOLD-EOF TO TRUE
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open HOLD-FILE (status "
                       WS-HOLD-FILE-STATUS ")"
                   CLOSE PROTECTION-FILE
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
                           AND HD-ACCOUNT-TYPE = "S"
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
               DISPLAY "More than 2000 active savings holds - hold "
                   "table full; run halted before sweeping."
               CLOSE HOLD-FILE
               CLOSE PROTECTION-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-CUSTOMER-ID TO WS-HL-CUSTOMER-ID (WS-HOLD-COUNT).
           MOVE HD-AMOUNT TO WS-HL-AMOUNT (WS-HOLD-COUNT).

       0800-OPEN-MASTER-FILES.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               CLOSE PROTECTION-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35" THEN
               CLOSE ACCOUNT-FILE
               OPEN OUTPUT ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               OPEN I-O ACCOUNT-FILE
           END-IF.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open ACCOUNT-FILE (status "
                   WS-ACCOUNT-FILE-STATUS ")"
               CLOSE PROTECTION-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE PROTECTION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN EXTEND TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "05"
               OR WS-HISTORY-FILE-STATUS = "35" THEN
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
           END-IF.

      ******************************************************************
      * One opted-in customer. Nothing is listed for a customer whose
      * checking is not overdrawn; an overdrawn one already swept
      * tonight is listed as such and left alone.
      ******************************************************************
       2000-SWEEP-ONE-CUSTOMER.
           MOVE PR-CUSTOMER-ID TO WS-REL-KEY.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 0 TO CF-BALANCE
           END-READ.
           IF CF-BALANCE < 0 THEN
               COMPUTE WS-OVERDRAWN-AMOUNT = 0 - CF-BALANCE
               MOVE 0 TO WS-SWEEP-AMOUNT
               MOVE SPACES TO WS-REASON
               IF PR-LAST-SWEEP-DATE = WS-BUSINESS-DATE THEN
                   MOVE "ALREADY" TO WS-RESULT
                   MOVE "swept earlier tonight" TO WS-REASON
                   ADD 1 TO WS-ALREADY-COUNT
                   PERFORM 8500-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 2200-SWEEP-OVERDRAWN-CUSTOMER
               END-IF
           END-IF.

      ******************************************************************
      * The sweep is the overdrawn amount, cut back to what savings
      * has available and then to the customer's sweep limit; the
      * last cut made is the reason given for a partial cover.
      ******************************************************************
       2200-SWEEP-OVERDRAWN-CUSTOMER.
           IF NOT CF-STATUS-ACTIVE THEN
               MOVE "checking not active" TO WS-REASON
           ELSE
               PERFORM 2100-FIND-SAVINGS-AVAILABLE
           END-IF.

           IF WS-REASON = SPACES THEN
               MOVE WS-OVERDRAWN-AMOUNT TO WS-SWEEP-AMOUNT
               IF WS-SWEEP-AMOUNT > WS-AVAILABLE-AMOUNT THEN
                   MOVE WS-AVAILABLE-AMOUNT TO WS-SWEEP-AMOUNT
                   MOVE "savings short" TO WS-REASON
               END-IF
               IF PR-SWEEP-LIMIT > 0
                   AND WS-SWEEP-AMOUNT > PR-SWEEP-LIMIT THEN
                   MOVE PR-SWEEP-LIMIT TO WS-SWEEP-AMOUNT
                   MOVE "sweep limit reached" TO WS-REASON
               END-IF
               PERFORM 3000-APPLY-SWEEP
           END-IF.

           EVALUATE TRUE
               WHEN WS-SWEEP-AMOUNT = 0
                   MOVE "NOT COVERED" TO WS-RESULT
                   ADD 1 TO WS-NOT-COVERED-COUNT
                   ADD WS-OVERDRAWN-AMOUNT TO WS-NOT-COVERED-AMOUNT
               WHEN WS-SWEEP-AMOUNT = WS-OVERDRAWN-AMOUNT
                   MOVE "COVERED" TO WS-RESULT
                   ADD 1 TO WS-FULL-COUNT
                   ADD WS-SWEEP-AMOUNT TO WS-FULL-AMOUNT
               WHEN OTHER
                   MOVE "PARTIAL" TO WS-RESULT
                   ADD 1 TO WS-PARTIAL-COUNT
                   ADD WS-SWEEP-AMOUNT TO WS-PARTIAL-AMOUNT
           END-EVALUATE.
           ADD WS-SWEEP-AMOUNT TO WS-SWEPT-TOTAL.
           PERFORM 8500-WRITE-REGISTER-LINE.

      ******************************************************************
      * The savings account this customer's sweep draws on, and what
      * it has available: its ledger balance less its active holds.
      * Any reason it cannot be drawn on is left in WS-REASON.
      ******************************************************************
       2100-FIND-SAVINGS-AVAILABLE.
           MOVE 0 TO WS-AVAILABLE-AMOUNT.
           COMPUTE WS-ACCT-REL-KEY = PR-CUSTOMER-ID * 10 + 2.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "no savings account" TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN NOT AF-TYPE-SAVINGS
                   WHEN AF-CUSTOMER-ID NOT = PR-CUSTOMER-ID
                       MOVE "no savings account" TO WS-REASON
                   WHEN NOT AF-ACTIVE
                       MOVE "savings not active" TO WS-REASON
                   WHEN OTHER
                       PERFORM 2110-NET-SAVINGS-HOLDS
               END-EVALUATE
           END-IF.

       2110-NET-SAVINGS-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               IF WS-HL-CUSTOMER-ID (WS-HOLD-INDEX) = PR-CUSTOMER-ID
                   THEN
                   ADD WS-HL-AMOUNT (WS-HOLD-INDEX) TO WS-HELD-AMOUNT
               END-IF
           END-PERFORM.
           COMPUTE WS-AVAILABLE-AMOUNT = AF-BALANCE - WS-HELD-AMOUNT.
           IF WS-AVAILABLE-AMOUNT NOT > 0 THEN
               MOVE 0 TO WS-AVAILABLE-AMOUNT
               IF WS-HELD-AMOUNT > 0 THEN
                   MOVE "savings funds held" TO WS-REASON
               ELSE
                   MOVE "no savings available" TO WS-REASON
               END-IF
           END-IF.

      ******************************************************************
      * Savings is debited first and checking credited second; if the
      * checking rewrite fails the savings debit is put back, so the
      * money is never left in neither account.
      ******************************************************************
       3000-APPLY-SWEEP.
           MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           SUBTRACT WS-SWEEP-AMOUNT FROM AF-BALANCE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite savings for customer "
                       PR-CUSTOMER-ID " (status "
                       WS-ACCOUNT-FILE-STATUS ")"
                   MOVE "savings rewrite fail" TO WS-REASON
                   MOVE 0 TO WS-SWEEP-AMOUNT
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
               NOT INVALID KEY
                   PERFORM 9650-JOURNAL-ACCOUNT-CHANGE
                   PERFORM 3100-CREDIT-CHECKING
           END-REWRITE.

       3100-CREDIT-CHECKING.
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           ADD WS-SWEEP-AMOUNT TO CF-BALANCE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Unable to rewrite checking for customer "
                       PR-CUSTOMER-ID " (status "
                       WS-CUSTOMER-FILE-STATUS ")"
                   SUBTRACT WS-SWEEP-AMOUNT FROM CF-BALANCE
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   ADD WS-SWEEP-AMOUNT TO AF-BALANCE
                   REWRITE ACCOUNT-RECORD
                       NOT INVALID KEY
                           PERFORM 9650-JOURNAL-ACCOUNT-CHANGE
                   END-REWRITE
                   MOVE "checking rewrite fail" TO WS-REASON
                   MOVE 0 TO WS-SWEEP-AMOUNT
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
               NOT INVALID KEY
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
                   PERFORM 3200-RECORD-SWEEP
           END-REWRITE.

      ******************************************************************
      * The paired history lines under the one sweep reference, and
      * the business date stamped on the protection record.
      ******************************************************************
       3200-RECORD-SWEEP.
           MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO HT-POST-DATE.
           MOVE PR-CUSTOMER-ID TO HT-CUSTOMER-ID.
           MOVE "D" TO HT-DC-CODE.
           MOVE WS-SWEEP-AMOUNT TO HT-AMOUNT.
           MOVE WS-SWEEP-REFERENCE TO HT-REFERENCE.
           MOVE AF-BALANCE TO HT-RESULTING-BALANCE.
           MOVE "S" TO HT-ACCOUNT-TYPE.
           WRITE TRANSACTION-HISTORY-RECORD.

           MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO HT-POST-DATE.
           MOVE PR-CUSTOMER-ID TO HT-CUSTOMER-ID.
           MOVE "C" TO HT-DC-CODE.
           MOVE WS-SWEEP-AMOUNT TO HT-AMOUNT.
           MOVE WS-SWEEP-REFERENCE TO HT-REFERENCE.
           MOVE CF-BALANCE TO HT-RESULTING-BALANCE.
           MOVE "C" TO HT-ACCOUNT-TYPE.
           WRITE TRANSACTION-HISTORY-RECORD.

           MOVE WS-BUSINESS-DATE TO PR-LAST-SWEEP-DATE.
           REWRITE PROTECTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to mark customer " PR-CUSTOMER-ID
                       " swept (status " WS-PROTECTION-FILE-STATUS
                       ") - check before any rerun."
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
           END-REWRITE.

       8400-WRITE-REGISTER-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-RG-TITLE-DATE.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TITLE.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING.

       8500-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PR-CUSTOMER-ID TO WS-RG-CUSTOMER-ID.
           MOVE WS-OVERDRAWN-AMOUNT TO WS-RG-OVERDRAWN.
           MOVE WS-SWEEP-AMOUNT TO WS-RG-SWEPT.
           MOVE CF-BALANCE TO WS-RG-BALANCE-AFTER.
           MOVE WS-RESULT TO WS-RG-RESULT.
           MOVE WS-REASON TO WS-RG-REASON.
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE.

       8600-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Fully covered:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-FULL-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-FULL-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           MOVE "swept" TO WS-RG-TOTAL-NOTE.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Partially covered:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-PARTIAL-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-PARTIAL-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           MOVE "swept" TO WS-RG-TOTAL-NOTE.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Not covered:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-NOT-COVERED-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-NOT-COVERED-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           MOVE "left overdrawn" TO WS-RG-TOTAL-NOTE.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           IF WS-ALREADY-COUNT > 0 THEN
               MOVE SPACES TO WS-REGISTER-TOTAL-LINE
               MOVE "Swept earlier tonight:" TO WS-RG-TOTAL-LABEL
               MOVE WS-ALREADY-COUNT TO WS-RG-TOTAL-COUNT
               WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE
           END-IF.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Total swept:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-SWEPT-TOTAL TO WS-RG-TOTAL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

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
           MOVE "CUSTSWEP" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTSWEP" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

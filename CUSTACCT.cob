      * and is maintained through CUSTMAINT's two-person control, not
      * here. Account slots follow the CUSTOMER-FILE convention:
      * customer ID * 10 + 2 for savings, + 3 for loan.
      *
      * Opening a loan books it: the operator keys the principal,
      * annual rate, term in months and first due date, the level
      * monthly installment is worked out from them, and the whole
      * amortization schedule - each installment's due date and its
      * split into principal and interest - is written to
      * LOAN-SCHEDULE-FILE alongside the terms on LOAN-FILE. The
      * loan account still opens at zero: the nightly loan run
      * CUSTLOAN hands the drawdown to the posting run, then bills
      * each installment as it falls due.
      *
      * Every account opened or changed is also appended to
      * RECOVERY-JOURNAL-FILE as a before/after image (RJRNREC) for
      * CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACCT IS INITIAL PROGRAM.
               RELATIVE KEY IS WS-ACCT-REL-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LOAN-REL-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SCHED-REL-KEY
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
                         ==ACCT-STATUS-CLOSED== BY ==AF-CLOSED==
                         ==ACCT-STATUS-FROZEN== BY ==AF-FROZEN==.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
       01  LOAN-SCHEDULE-RECORD.
           COPY SCHDREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-EXIT-SWITCH                  PIC X      VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".
           88  WS-RECORD-EXISTS            VALUE "Y".
       01  WS-ACCT-EXISTS-SWITCH           PIC X      VALUE "N".
           88  WS-ACCT-EXISTS              VALUE "Y".
       01  WS-ACCT-WRITTEN-SWITCH          PIC X      VALUE "N".
           88  WS-ACCT-WRITTEN             VALUE "Y".

       01  WS-LOAN-REL-KEY                 PIC 9(8) COMP.
       01  WS-SCHED-REL-KEY                PIC 9(8) COMP.
       01  WS-LOAN-FILE-STATUS             PIC XX.
       01  WS-SCHEDULE-FILE-STATUS         PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).

      ******************************************************************
      * Loan terms as keyed, and the working figures the schedule is
      * built from. The monthly rate is the annual percentage over
      * 1200; the level installment is principal * rate / (1 - 1 /
      * (1 + rate) ** term), or principal / term for an interest-free
      * loan, rounded to the cent - the last installment takes
      * whatever principal the rounding has left over.
      ******************************************************************
       01  WS-TERMS-OK-SWITCH              PIC X      VALUE "N".
           88  WS-TERMS-OK                 VALUE "Y".
       01  WS-NUMBER-INPUT                 PIC X(13).
       01  WS-DATE-INPUT                   PIC X(8).
       01  WS-CONFIRM-INPUT                PIC X.
       01  WS-NUMBER-CHECK                 PIC S9(4) COMP.
       01  WS-LOAN-PRINCIPAL               PIC 9(7)V99   VALUE 0.
       01  WS-LOAN-RATE                    PIC 9(2)V9(4) VALUE 0.
       01  WS-LOAN-TERM                    PIC 9(3)      VALUE 0.
       01  WS-LOAN-INSTALLMENT             PIC 9(7)V99   VALUE 0.
       01  WS-FIRST-DUE-DATE               PIC X(8).
       01  WS-MONTHLY-RATE                 PIC 9V9(12)   VALUE 0.
       01  WS-DISCOUNT-FACTOR              PIC 9V9(15)   VALUE 0.
       01  WS-SCHED-BALANCE                PIC 9(7)V99   VALUE 0.
       01  WS-SCHED-INTEREST               PIC 9(7)V99   VALUE 0.
       01  WS-SCHED-PRINCIPAL              PIC 9(7)V99   VALUE 0.
       01  WS-TOTAL-INTEREST               PIC 9(9)V99   VALUE 0.
       01  WS-SCHED-INDEX                  PIC 9(3)      VALUE 0.
       01  WS-SCHED-FAILED-SWITCH          PIC X      VALUE "N".
           88  WS-SCHED-FAILED             VALUE "Y".

       01  WS-DUE-DATE-AREA.
           05  WS-DUE-DATE                 PIC 9(8).
           05  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY             PIC 9(4).
               10  WS-DUE-MM               PIC 9(2).
               10  WS-DUE-DD               PIC 9(2).
       01  WS-ANCHOR-DATE-AREA.
           05  WS-ANCHOR-DATE              PIC 9(8).
           05  WS-ANCHOR-DATE-SPLIT REDEFINES WS-ANCHOR-DATE.
               10  WS-ANCHOR-YYYY          PIC 9(4).
               10  WS-ANCHOR-MM            PIC 9(2).
               10  WS-ANCHOR-DD            PIC 9(2).
       01  WS-DUE-INTEGER                  PIC 9(9)  COMP.
       01  WS-BUSDATE-INTEGER              PIC 9(9)  COMP.
       01  WS-MONTH-OFFSET                 PIC 9(5)  COMP.
       01  WS-YEAR-OFFSET                  PIC 9(5)  COMP.

       01  WS-AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY                 PIC Z9.9999.
       01  WS-TERM-DISPLAY                 PIC ZZ9.

       01  WS-ACCT-CAPTION                 PIC X(8).
       01  WS-BALANCE-DISPLAY              PIC ----,---,--9.99.
                   "your role."
               GOBACK
           END-IF.
           PERFORM 0500-GET-BUSINESS-DATE.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35" THEN
                   WS-ACCOUNT-FILE-STATUS ")"
               GOBACK
           END-IF.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE ACCOUNT-FILE
               GOBACK
           END-IF.

           DISPLAY "Enter customer ID: ".
           ACCEPT WS-INPUT-AREA.
                   OR FUNCTION NUMVAL(WS-INPUT-AREA) > 99999 THEN
                   DISPLAY "Invalid Customer ID"
                   CLOSE ACCOUNT-FILE
                   CLOSE RECOVERY-JOURNAL-FILE
                   GOBACK
               END-IF
           ELSE
               DISPLAY "Invalid input. Please enter numeric value."
               CLOSE ACCOUNT-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               GOBACK
           END-IF.

           IF NOT WS-RECORD-EXISTS THEN
               DISPLAY "Customer not found."
               CLOSE ACCOUNT-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               GOBACK
           END-IF.
           DISPLAY "Customer: " WS-CUSTOMER-NAME.
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           GOBACK.

      ******************************************************************
      * The business date a loan is booked under, and the one its
      * default first due date is counted from. A missing or empty
      * BUSINESS-DATE-FILE falls back to the wall clock.
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

       1000-READ-CUSTOMER.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           OPEN INPUT CUSTOMER-FILE.
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               CLOSE ACCOUNT-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-INPUT-AREA) TO WS-REL-KEY.
               MOVE AF-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY WS-ACCT-CAPTION "  " AF-ACCOUNT-STATUS "  "
                   WS-BALANCE-DISPLAY
               IF WS-TYPE-INPUT = "L" THEN
                   PERFORM 2200-SHOW-LOAN-TERMS
               END-IF
           ELSE
               DISPLAY WS-ACCT-CAPTION "  (not open)"
           END-IF.

       2200-SHOW-LOAN-TERMS.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "00" THEN
               MOVE FUNCTION NUMVAL(WS-INPUT-AREA) TO WS-LOAN-REL-KEY
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY "          (no loan terms on file)"
                   NOT INVALID KEY
                       MOVE LN-INSTALLMENT TO WS-AMOUNT-DISPLAY
                       MOVE LN-PAID-COUNT TO WS-TERM-DISPLAY
                       DISPLAY "          Installment "
                           WS-AMOUNT-DISPLAY "  paid "
                           WS-TERM-DISPLAY " of " LN-TERM-MONTHS
                           "  next due " LN-NEXT-DUE-DATE
                       MOVE LN-ARREARS-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY "          Arrears     "
                           WS-AMOUNT-DISPLAY "  days past due "
                           LN-DAYS-PAST-DUE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

      ******************************************************************
      * Invalid input on any prompt announces itself and drops back
      * to the action loop - the session and the open account file
      * stay alive for the next try. A loan's terms are keyed and
      * confirmed, and LOAN-FILE and LOAN-SCHEDULE-FILE opened, before
      * the account is written; if the terms or schedule then fail to
      * write, the account is deleted again (and the delete
      * journalled), so a loan account never exists without its
      * schedule.
      ******************************************************************
       3000-OPEN-ACCOUNT.
           IF WS-STATUS-CLOSED THEN
                   IF WS-ACCT-EXISTS THEN
                       DISPLAY "That account is already open."
                   ELSE
                       IF WS-TYPE-INPUT = "L" THEN
                           PERFORM 3200-ACCEPT-LOAN-TERMS
                           IF WS-TERMS-OK THEN
                               PERFORM 3290-OPEN-LOAN-FILES
                           END-IF
                           IF WS-TERMS-OK THEN
                               PERFORM 3100-WRITE-NEW-ACCOUNT
                               IF WS-ACCT-WRITTEN THEN
                                   PERFORM 3300-BOOK-LOAN
                               ELSE
                                   CLOSE LOAN-FILE
                                   CLOSE LOAN-SCHEDULE-FILE
                               END-IF
                           END-IF
                       ELSE
                           PERFORM 3100-WRITE-NEW-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-WRITE-NEW-ACCOUNT.
           MOVE "N" TO WS-ACCT-WRITTEN-SWITCH.
           MOVE SPACES TO ACCOUNT-RECORD.
           MOVE FUNCTION NUMVAL(WS-INPUT-AREA) TO AF-CUSTOMER-ID.
           MOVE WS-TYPE-INPUT TO AF-ACCOUNT-TYPE.
                   DISPLAY "Unable to open the account (status "
                       WS-ACCOUNT-FILE-STATUS ")"
               NOT INVALID KEY
                   SET WS-ACCT-WRITTEN TO TRUE
                   PERFORM 9660-JOURNAL-ACCOUNT-ADD
                   IF WS-TYPE-INPUT = "S" THEN
                       DISPLAY "Account opened with a zero balance - "
                           "fund it through the posting run."
                   END-IF
           END-WRITE.

      ******************************************************************
      * Key and check the loan terms, work out the installment, and
      * have the operator confirm before anything is written. The
      * first due date defaults to one month after the business
      * date and may not fall on or before it.
      ******************************************************************
       3200-ACCEPT-LOAN-TERMS.
           MOVE "Y" TO WS-TERMS-OK-SWITCH.
           DISPLAY "Enter loan principal: ".
           ACCEPT WS-NUMBER-INPUT.
           COMPUTE WS-NUMBER-CHECK =
               FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT).
           IF WS-NUMBER-CHECK NOT = 0 THEN
               DISPLAY "Invalid input. Please enter numeric value."
               MOVE "N" TO WS-TERMS-OK-SWITCH
           ELSE
               IF FUNCTION NUMVAL(WS-NUMBER-INPUT) NOT > 0
                   OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 9999999.99
                   THEN
                   DISPLAY "Principal must be above zero and no "
                       "more than 9999999.99."
                   MOVE "N" TO WS-TERMS-OK-SWITCH
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT)
                       TO WS-LOAN-PRINCIPAL
               END-IF
           END-IF.

           IF WS-TERMS-OK THEN
               DISPLAY "Enter annual interest rate (pct, e.g. 7.25): "
               ACCEPT WS-NUMBER-INPUT
               COMPUTE WS-NUMBER-CHECK =
                   FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT)
               IF WS-NUMBER-CHECK NOT = 0 THEN
                   DISPLAY "Invalid input. Please enter numeric "
                       "value."
                   MOVE "N" TO WS-TERMS-OK-SWITCH
               ELSE
                   IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 0
                       OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 99.9999
                       THEN
                       DISPLAY "Rate must be between 0 and 99.9999."
                       MOVE "N" TO WS-TERMS-OK-SWITCH
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT)
                           TO WS-LOAN-RATE
                   END-IF
               END-IF
           END-IF.

           IF WS-TERMS-OK THEN
               DISPLAY "Enter term in months (1-360): "
               ACCEPT WS-NUMBER-INPUT
               IF FUNCTION TRIM(WS-NUMBER-INPUT) IS NOT NUMERIC THEN
                   DISPLAY "Invalid input. Please enter numeric "
                       "value."
                   MOVE "N" TO WS-TERMS-OK-SWITCH
               ELSE
                   IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 1
                       OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 360 THEN
                       DISPLAY "Term must be 1 to 360 months."
                       MOVE "N" TO WS-TERMS-OK-SWITCH
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT)
                           TO WS-LOAN-TERM
                   END-IF
               END-IF
           END-IF.

           IF WS-TERMS-OK THEN
               MOVE WS-BUSINESS-DATE TO WS-ANCHOR-DATE
               MOVE 2 TO WS-SCHED-INDEX
               PERFORM 3500-STEP-DUE-DATE
               DISPLAY "Enter first due date YYYYMMDD (blank for "
                   WS-DUE-DATE "): "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT = SPACES THEN
                   MOVE WS-DUE-DATE TO WS-FIRST-DUE-DATE
               ELSE
                   PERFORM 3250-CHECK-FIRST-DUE-DATE
               END-IF
           END-IF.

           IF WS-TERMS-OK THEN
               COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 1200
               IF WS-MONTHLY-RATE = 0 THEN
                   COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                       WS-LOAN-PRINCIPAL / WS-LOAN-TERM
               ELSE
                   COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
                       1 / ((1 + WS-MONTHLY-RATE) ** WS-LOAN-TERM)
                   COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                       WS-LOAN-PRINCIPAL * WS-MONTHLY-RATE
                           / (1 - WS-DISCOUNT-FACTOR)
               END-IF
               MOVE WS-LOAN-PRINCIPAL TO WS-AMOUNT-DISPLAY
               MOVE WS-LOAN-RATE TO WS-RATE-DISPLAY
               MOVE WS-LOAN-TERM TO WS-TERM-DISPLAY
               DISPLAY "Principal " WS-AMOUNT-DISPLAY "  rate "
                   WS-RATE-DISPLAY " pct  term " WS-TERM-DISPLAY
                   " months"
               MOVE WS-LOAN-INSTALLMENT TO WS-AMOUNT-DISPLAY
               DISPLAY "Monthly installment " WS-AMOUNT-DISPLAY
                   "  first due " WS-FIRST-DUE-DATE
               DISPLAY "Book this loan (Y/N)? "
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT NOT = "Y"
                   AND WS-CONFIRM-INPUT NOT = "y" THEN
                   DISPLAY "Loan not booked."
                   MOVE "N" TO WS-TERMS-OK-SWITCH
               END-IF
           END-IF.

       3250-CHECK-FIRST-DUE-DATE.
           IF WS-DATE-INPUT IS NOT NUMERIC THEN
               DISPLAY "Invalid input. Please enter numeric value."
               MOVE "N" TO WS-TERMS-OK-SWITCH
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DATE-INPUT))
               IF WS-DUE-INTEGER = 0 THEN
                   DISPLAY "Not a valid calendar date."
                   MOVE "N" TO WS-TERMS-OK-SWITCH
               ELSE
                   IF WS-DATE-INPUT NOT > WS-BUSINESS-DATE THEN
                       DISPLAY "First due date must fall after the "
                           "business date " WS-BUSINESS-DATE "."
                       MOVE "N" TO WS-TERMS-OK-SWITCH
                   ELSE
                       MOVE WS-DATE-INPUT TO WS-FIRST-DUE-DATE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Open the loan terms and schedule files, creating them on
      * first use, before the loan account is written. If either
      * cannot be opened the account is not opened either.
      ******************************************************************
       3290-OPEN-LOAN-FILES.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "35" THEN
               CLOSE LOAN-FILE
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = "35" THEN
               CLOSE LOAN-SCHEDULE-FILE
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               OR WS-SCHEDULE-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open LOAN-FILE or LOAN-SCHEDULE-FILE "
                   "(status " WS-LOAN-FILE-STATUS "/"
                   WS-SCHEDULE-FILE-STATUS ") - no account opened."
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               MOVE "N" TO WS-TERMS-OK-SWITCH
           END-IF.

      ******************************************************************
      * Write the terms and the full amortization schedule. Each
      * installment's interest is the outstanding principal times
      * the monthly rate; the rest of the installment repays
      * principal. A slot left over from an earlier loan on the same
      * account is overwritten in place. If anything fails to write,
      * the account just opened is deleted again.
      ******************************************************************
       3300-BOOK-LOAN.
           MOVE "N" TO WS-SCHED-FAILED-SWITCH.
           MOVE WS-LOAN-PRINCIPAL TO WS-SCHED-BALANCE.
           MOVE 0 TO WS-TOTAL-INTEREST.
           MOVE WS-FIRST-DUE-DATE TO WS-ANCHOR-DATE.
           MOVE 1 TO WS-SCHED-INDEX.
           PERFORM UNTIL WS-SCHED-INDEX > WS-LOAN-TERM
                   OR WS-SCHED-FAILED
               PERFORM 3400-WRITE-ONE-INSTALLMENT
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM.

           MOVE SPACES TO LOAN-RECORD.
           MOVE FUNCTION NUMVAL(WS-INPUT-AREA) TO LN-CUSTOMER-ID.
           MOVE WS-LOAN-PRINCIPAL TO LN-PRINCIPAL.
           MOVE WS-LOAN-RATE TO LN-ANNUAL-RATE.
           MOVE WS-LOAN-TERM TO LN-TERM-MONTHS.
           MOVE WS-LOAN-INSTALLMENT TO LN-INSTALLMENT.
           MOVE WS-BUSINESS-DATE TO LN-BOOKED-DATE.
           MOVE WS-FIRST-DUE-DATE TO LN-FIRST-DUE-DATE.
           SET LN-STATUS-BOOKED TO TRUE.
           MOVE 0 TO LN-BILLED-COUNT.
           MOVE 0 TO LN-PAID-COUNT.
           MOVE WS-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE.
           MOVE 0 TO LN-DAYS-PAST-DUE.
           SET LN-BUCKET-CURRENT TO TRUE.
           MOVE 0 TO LN-ARREARS-AMOUNT.
           MOVE LN-CUSTOMER-ID TO WS-LOAN-REL-KEY.
           IF NOT WS-SCHED-FAILED THEN
               WRITE LOAN-RECORD
                   INVALID KEY
                       REWRITE LOAN-RECORD
                           INVALID KEY
                               SET WS-SCHED-FAILED TO TRUE
                       END-REWRITE
               END-WRITE
           END-IF.
           CLOSE LOAN-FILE.
           CLOSE LOAN-SCHEDULE-FILE.

           IF WS-SCHED-FAILED THEN
               DISPLAY "Unable to write the loan terms or schedule "
                   "(status " WS-LOAN-FILE-STATUS "/"
                   WS-SCHEDULE-FILE-STATUS ")."
               MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               DELETE ACCOUNT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to delete the loan account "
                           "(status " WS-ACCOUNT-FILE-STATUS ") - it "
                           "is open but NOT booked; freeze it and "
                           "call support."
                   NOT INVALID KEY
                       PERFORM 9670-JOURNAL-ACCOUNT-DELETE
                       DISPLAY "Loan account not opened."
               END-DELETE
           ELSE
               MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-DISPLAY
               DISPLAY "Loan booked - " WS-TERM-DISPLAY
                   " installments, total interest " WS-AMOUNT-DISPLAY
                   ", final due " WS-DUE-DATE "."
               DISPLAY "The drawdown posts to checking in the next "
                   "night run."
           END-IF.

       3400-WRITE-ONE-INSTALLMENT.
           PERFORM 3500-STEP-DUE-DATE.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * WS-MONTHLY-RATE.
           IF WS-SCHED-INDEX = WS-LOAN-TERM THEN
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           ELSE
               IF WS-LOAN-INSTALLMENT > WS-SCHED-INTEREST THEN
                   COMPUTE WS-SCHED-PRINCIPAL =
                       WS-LOAN-INSTALLMENT - WS-SCHED-INTEREST
               ELSE
                   MOVE 0 TO WS-SCHED-PRINCIPAL
               END-IF
               IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE THEN
                   MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               END-IF
           END-IF.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
           ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST.

           MOVE SPACES TO LOAN-SCHEDULE-RECORD.
           MOVE FUNCTION NUMVAL(WS-INPUT-AREA) TO SC-CUSTOMER-ID.
           MOVE WS-SCHED-INDEX TO SC-INSTALLMENT-NO.
           MOVE WS-DUE-DATE TO SC-DUE-DATE.
           COMPUTE SC-INSTALLMENT =
               WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST.
           MOVE WS-SCHED-PRINCIPAL TO SC-PRINCIPAL.
           MOVE WS-SCHED-INTEREST TO SC-INTEREST.
           MOVE WS-SCHED-BALANCE TO SC-BALANCE-AFTER.
           COMPUTE WS-SCHED-REL-KEY =
               SC-CUSTOMER-ID * 1000 + WS-SCHED-INDEX.
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE LOAN-SCHEDULE-RECORD
                       INVALID KEY
                           SET WS-SCHED-FAILED TO TRUE
                   END-REWRITE
           END-WRITE.

      ******************************************************************
      * Due date of installment WS-SCHED-INDEX: the anchor date
      * moved forward that many months less one, always counted from
      * the anchor so a loan due on the 31st goes back to the 31st
      * after a short month instead of drifting. INTEGER-OF-DATE
      * answers zero for a day that does not exist, so the day is
      * backed off to the month's last. Called with the business
      * date as anchor and index 2 it gives the date one month on -
      * the default first due date.
      ******************************************************************
       3500-STEP-DUE-DATE.
           MOVE WS-ANCHOR-DATE TO WS-DUE-DATE.
           COMPUTE WS-MONTH-OFFSET =
               WS-ANCHOR-MM - 1 + WS-SCHED-INDEX - 1.
           DIVIDE WS-MONTH-OFFSET BY 12 GIVING WS-YEAR-OFFSET
               REMAINDER WS-MONTH-OFFSET.
           COMPUTE WS-DUE-YYYY = WS-ANCHOR-YYYY + WS-YEAR-OFFSET.
           COMPUTE WS-DUE-MM = WS-MONTH-OFFSET + 1.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           PERFORM UNTIL WS-DUE-INTEGER > 0 OR WS-DUE-DD < 29
               SUBTRACT 1 FROM WS-DUE-DD
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           END-PERFORM.

       4000-CHANGE-STATUS.
           DISPLAY "Change which account type (S=savings, L=loan)? ".
           ACCEPT WS-TYPE-INPUT.
                   DISPLAY "Account still carries a balance - post "
                       "it to zero before closing."
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-JOURNAL-BEFORE-IMAGE
                   MOVE WS-STATUS-INPUT TO AF-ACCOUNT-STATUS
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update the account "
                               "(status " WS-ACCOUNT-FILE-STATUS ")"
                       NOT INVALID KEY
                           PERFORM 9650-JOURNAL-ACCOUNT-CHANGE
                           DISPLAY "Account status updated."
                   END-REWRITE
               END-IF
               NOT INVALID KEY
                   SET WS-ACCT-EXISTS TO TRUE
           END-READ.

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

       9650-JOURNAL-ACCOUNT-CHANGE.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-ACCOUNT TO TRUE.
           SET RJ-ACTION-CHANGE TO TRUE.
           MOVE WS-ACCT-REL-KEY TO RJ-RECORD-KEY.
           MOVE WS-JOURNAL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           MOVE ACCOUNT-RECORD TO RJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9660-JOURNAL-ACCOUNT-ADD.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-ACCOUNT TO TRUE.
           SET RJ-ACTION-ADD TO TRUE.
           MOVE WS-ACCT-REL-KEY TO RJ-RECORD-KEY.
           MOVE ACCOUNT-RECORD TO RJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9670-JOURNAL-ACCOUNT-DELETE.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-ACCOUNT TO TRUE.
           SET RJ-ACTION-DELETE TO TRUE.
           MOVE WS-ACCT-REL-KEY TO RJ-RECORD-KEY.
           MOVE WS-JOURNAL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9700-WRITE-JOURNAL-IMAGE.
           SET RJ-TYPE-IMAGE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP.
           MOVE WS-JOURNAL-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
           MOVE "CUSTACCT" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTACCT" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

      ******************************************************************
      * PROGRAM-ID. CUSTLOAN
      *
      * Nightly loan servicing - runs ahead of CUSTPOST in the
      * end-of-day sequence, next to the standing-order generator,
      * and like it hands its money movements to the posting run as
      * POSTING-FILE lines rather than touching a balance itself. For
      * every loan on LOAN-FILE:
      *
      *   - a loan CUSTACCT has booked but not yet drawn down gets
      *     its drawdown: the principal debited to the loan account
      *     and credited to the customer's checking account;
      *   - every installment on the loan's schedule whose due date
      *     has arrived is billed;
      *   - billed installments are collected oldest first, each as
      *     a principal line (checking debit, loan credit) and an
      *     interest line (checking debit), for as long as the
      *     checking balance available - the ledger balance less the
      *     active checking holds, as CUSTPOST reckons it - covers
      *     the whole installment. A customer who cannot pay in full
      *     tonight is not part-paid; the installment stays unpaid
      *     and is tried again tomorrow;
      *   - what is billed but not collected is the loan's arrears,
      *     aged from the due date of the oldest unpaid installment
      *     into the collections buckets (under 30, 30, 60 and 90+
      *     days past due).
      *
      * Handing a line to the posting run is not the same as the
      * money moving: CUSTPOST can still reject a checking debit, and
      * CUSTBCTL can hold the whole batch out. So a drawdown or an
      * installment sent tonight is only marked as sent, under the
      * business date (LOANREC, SCHDREC), and is confirmed on a later
      * night from TRANSACTION-HISTORY-FILE - the LOAN DRAWDOWN
      * checking credit, or the LOAN PRINCIPAL and LOAN INTEREST
      * checking debits carrying the installment's number, posted on
      * or after the date it was sent. Only then is the loan made
      * active or the installment counted as paid. What did not post
      * is reported and sent again - for an installment, only the
      * part of it that did not post - so a CUSTLOAN batch held out
      * by CUSTBCTL is not fed back in by hand. An installment in
      * collection is not in arrears; one that comes back unposted
      * is, from its own due date.
      *
      * The delinquency report lists every loan in arrears with its
      * days past due and bucket, any drawdown that could not be
      * made, and a bucket summary for collections. Nothing on the
      * master files moves here, and the loan and schedule records
      * are rewritten as soon as their lines are written, so a rerun
      * of the same business day finds nothing newly due and what it
      * sent still in collection - the loan and its schedule are
      * their own checkpoint. A loan whose schedule cannot be read is
      * left untouched and reported.
      *
      * The night's lines go out as one batch between a header and a
      * trailer (BCTLREC) for the pre-edit CUSTBCTL to prove; a
      * restarted run finishes the batch the abended run opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAN IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-LOAN-REL-KEY
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SCHED-REL-KEY
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

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

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO "POSTING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LOANDLQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
       01  LOAN-SCHEDULE-RECORD.
           COPY SCHDREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  TRANSACTION-HISTORY-FILE.
       01  TRANSACTION-HISTORY-RECORD.
           COPY HISTREC.

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

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           COPY BREGREC.

       FD  POSTING-FILE.
       01  POSTING-FILE-RECORD             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-REL-KEY                 PIC 9(8) COMP.
       01  WS-SCHED-REL-KEY                PIC 9(8) COMP.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-LOAN-FILE-STATUS             PIC XX.
       01  WS-SCHEDULE-FILE-STATUS         PIC XX.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-POSTING-FILE-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-HISTORY-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-LOAN-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-LOAN-EOF                 VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-BUSDATE-INTEGER              PIC 9(9)  COMP.
       01  WS-DUE-INTEGER                  PIC 9(9)  COMP.

       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-COUNT                   PIC 9(4)     VALUE 0.
       01  WS-HOLD-INDEX                   PIC 9(4)     VALUE 0.
      *    Every hold active tonight, loaded once at the start of the
      *    run; see 0700.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY               OCCURS 2000 TIMES.
               10  WS-HL-CUSTOMER-ID       PIC 9(5).
               10  WS-HL-ACCOUNT-TYPE      PIC X.
               10  WS-HL-AMOUNT            PIC 9(7)V99.

      ******************************************************************
      * What tonight's lines may draw on. The checking balance is the
      * CUSTOMER-FILE balance as the night starts less the customer's
      * active checking holds - the available balance CUSTPOST tests
      * a debit against - reduced by each installment sent, and by
      * any still in collection from an earlier run of the same
      * night, so a customer is never billed past what is there; the
      * customer and the loan account must both be active, or
      * CUSTPOST would reject the lines anyway.
      ******************************************************************
       01  WS-CUSTOMER-NAME                PIC X(30).
       01  WS-CUSTOMER-OK-SWITCH           PIC X      VALUE "N".
           88  WS-CUSTOMER-OK              VALUE "Y".
       01  WS-LOAN-ACCT-OK-SWITCH          PIC X      VALUE "N".
           88  WS-LOAN-ACCT-OK             VALUE "Y".
       01  WS-LOAN-BALANCE                 PIC S9(7)V99 VALUE 0.
       01  WS-FUNDS-LEFT                   PIC S9(9)V99 VALUE 0.
       01  WS-DONE-SWITCH                  PIC X      VALUE "N".
           88  WS-DONE                     VALUE "Y".
       01  WS-DAMAGED-SWITCH               PIC X      VALUE "N".
           88  WS-LOAN-DAMAGED             VALUE "Y".
       01  WS-SCHED-INDEX                  PIC 9(4)   VALUE 0.
       01  WS-LINE-MESSAGE                 PIC X(40).
       01  WS-AMOUNT-DUE                   PIC 9(7)V99  VALUE 0.
       01  WS-ARREARS-FOUND-SWITCH         PIC X      VALUE "N".
           88  WS-ARREARS-FOUND            VALUE "Y".
       01  WS-UNPOSTED-MESSAGE.
           05  FILLER                      PIC X(12)
               VALUE "INSTALLMENT ".
           05  WS-UNPOSTED-NUMBER          PIC 9(3).
           05  FILLER                      PIC X(25)
               VALUE " NOT POSTED - back unpaid".

      ******************************************************************
      * What the transaction history shows posted for the loan since
      * the earliest date anything still in collection was sent - the
      * drawdown's checking credit, and per installment number its
      * principal and interest checking debits: Y posted, R posted
      * and since reversed, space not seen.
      ******************************************************************
       01  WS-CONFIRM-NEEDED-SWITCH        PIC X      VALUE "N".
           88  WS-CONFIRM-NEEDED           VALUE "Y".
       01  WS-CONFIRM-FROM-DATE            PIC X(8).
       01  WS-DRAWDOWN-POSTED-SWITCH       PIC X      VALUE "N".
           88  WS-DRAWDOWN-POSTED          VALUE "Y".
       01  WS-HIST-INSTALLMENT-NO          PIC 9(3)   VALUE 0.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY             OCCURS 999 TIMES.
               10  WS-PP-PRINCIPAL         PIC X.
               10  WS-PP-INTEREST          PIC X.

      ******************************************************************
      * The POSTING-FILE line handed to CUSTPOST, laid out as
      * CUSTSGEN lays it; the account-type column names the loan
      * account (L) or is left blank for checking.
      ******************************************************************
       01  WS-POSTING-LINE.
           05  WS-PST-CUSTOMER-ID          PIC X(6).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-PST-DC-CODE              PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-PST-ACCOUNT-TYPE         PIC X      VALUE SPACE.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-PST-AMOUNT               PIC X(13).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-PST-REFERENCE            PIC X(20).

       01  WS-AMOUNT-EDIT                  PIC 9(7).9(2).

      ******************************************************************
      * The batch this run's lines go out in (header and trailer in
      * BCTLREC). The header is written with the first line, so a
      * run with nothing to post leaves no batch behind, and the
      * trailer at the end. A run restarted after an abend finds its
      * own batch still open at the end of POSTING-FILE and carries
      * on with it; otherwise the batch is numbered on from the last
      * one of this source on BATCH-REGISTER-FILE or POSTING-FILE.
      ******************************************************************
       01  WS-BATCH-SOURCE                 PIC X(8)   VALUE "CUSTLOAN".
       01  WS-BATCH-SEQ                    PIC 9(6)     VALUE 0.
       01  WS-OPEN-BATCH-SEQ               PIC 9(6)     VALUE 0.
       01  WS-BATCH-OPEN-SWITCH            PIC X      VALUE "N".
           88  WS-BATCH-OPEN               VALUE "Y".
       01  WS-BATCH-ITEMS                  PIC 9(7)     VALUE 0.
       01  WS-BATCH-DEBITS                 PIC 9(11)V99 VALUE 0.
       01  WS-BATCH-CREDITS                PIC 9(11)V99 VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(15)    VALUE 0.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-SCAN-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-SCAN-EOF                 VALUE "Y".
       01  WS-SCAN-AREA                    PIC X(80).
       01  WS-SCAN-CONTROL-LINE REDEFINES WS-SCAN-AREA.
           COPY BCTLREC.
       01  WS-SCAN-POSTING-LINE REDEFINES WS-SCAN-AREA.
           05  WS-SCN-CUSTOMER-ID          PIC X(6).
           05  FILLER                      PIC X.
           05  WS-SCN-DC-CODE              PIC X.
           05  FILLER                      PIC X(3).
           05  WS-SCN-AMOUNT               PIC X(13).
           05  FILLER                      PIC X(56).
       01  WS-SCAN-ID                      PIC 9(6).
       01  WS-SCAN-AMOUNT                  PIC 9(11)V99.
       01  WS-SCAN-AMOUNT-CHECK            PIC S9(4) COMP.
       01  WS-LINE-AMOUNT                  PIC 9(7)V99.
       01  WS-INSTALLMENT-REF.
           05  WS-INSTREF-CAPTION          PIC X(15).
           05  WS-INSTREF-NUMBER           PIC 9(3).
           05  FILLER                      PIC X(2)   VALUE SPACES.

       01  WS-LOAN-COUNT                   PIC 9(7)     VALUE 0.
       01  WS-DRAWDOWN-COUNT               PIC 9(7)     VALUE 0.
       01  WS-BILLED-COUNT                 PIC 9(7)     VALUE 0.
       01  WS-COLLECTED-COUNT              PIC 9(7)     VALUE 0.
       01  WS-CONFIRMED-COUNT              PIC 9(7)     VALUE 0.
       01  WS-UNPOSTED-COUNT               PIC 9(7)     VALUE 0.
       01  WS-DRAWN-COUNT                  PIC 9(7)     VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(7)     VALUE 0.
       01  WS-LINES-WRITTEN                PIC 9(7)     VALUE 0.
       01  WS-COLLECTED-AMOUNT             PIC S9(9)V99 VALUE 0.

      ******************************************************************
      * Loans and arrears by collections bucket, in report order.
      ******************************************************************
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER                      PIC X(10)
               VALUE "CURRENT".
           05  FILLER                      PIC X(10)
               VALUE "UNDER 30".
           05  FILLER                      PIC X(10)
               VALUE "30-59".
           05  FILLER                      PIC X(10)
               VALUE "60-89".
           05  FILLER                      PIC X(10)
               VALUE "90 PLUS".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME OCCURS 5 TIMES
                                           PIC X(10).
       01  WS-BUCKET-TOTALS-AREA.
           05  WS-BUCKET-TOTALS OCCURS 5 TIMES.
               10  WS-BK-COUNT             PIC 9(7).
               10  WS-BK-AMOUNT            PIC 9(9)V99.
       01  WS-BUCKET-INDEX                 PIC 9      VALUE 0.

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ----,---,--9.99.

       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(39)
               VALUE "LOAN DELINQUENCY REPORT - BUSINESS DAY ".
           05  WS-HDR-DATE                 PIC X(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(22).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DTL-OLDEST-DUE           PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DTL-DAYS                 PIC ZZZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DTL-BUCKET               PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DTL-ARREARS              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DTL-BALANCE              PIC -,---,--9.99.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-MSG-NAME                 PIC X(22).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-MSG-TEXT                 PIC X(40).

       01  WS-BUCKET-LINE.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-BKL-NAME                 PIC X(10).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-BKL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-BKL-AMOUNT               PIC ----,---,--9.99.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 0700-LOAD-ACTIVE-HOLDS.

           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "35" THEN
               DISPLAY "No loans on file - nothing to service."
               GOBACK
           END-IF.
           IF WS-LOAN-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open LOAN-FILE (status "
                   WS-LOAN-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open LOAN-SCHEDULE-FILE (status "
                   WS-SCHEDULE-FILE-STATUS ")"
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open ACCOUNT-FILE (status "
                   WS-ACCOUNT-FILE-STATUS ")"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           PERFORM 0800-FIND-BATCH-SEQUENCE.
           OPEN EXTEND POSTING-FILE.
           IF WS-POSTING-FILE-STATUS = "05"
               OR WS-POSTING-FILE-STATUS = "35" THEN
               OPEN OUTPUT POSTING-FILE
           END-IF.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open POSTING-FILE (status "
                   WS-POSTING-FILE-STATUS ")"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ID     NAME                   OLDEST DUE  DPD BUCKET"
               TO REPORT-RECORD.
           MOVE "ARREARS       BALANCE" TO REPORT-RECORD(57:22).
           WRITE REPORT-RECORD.

           INITIALIZE WS-BUCKET-TOTALS-AREA.
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE)).

           MOVE 1 TO WS-LOAN-REL-KEY.
           START LOAN-FILE KEY IS NOT LESS THAN WS-LOAN-REL-KEY
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-FILE NEXT RECORD
                   AT END
                       SET WS-LOAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-SERVICE-ONE-LOAN
               END-READ
           END-PERFORM.

           PERFORM 5000-WRITE-BUCKET-SUMMARY.

           CLOSE LOAN-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM 8300-WRITE-BATCH-TRAILER.
           CLOSE POSTING-FILE.
           CLOSE REPORT-FILE.

           IF WS-HELD-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EOD-STEP-STATUS
           END-IF.
           MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Loans serviced:          " WS-COUNT-DISPLAY.
           MOVE WS-DRAWDOWN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Drawdowns sent:          " WS-COUNT-DISPLAY.
           MOVE WS-DRAWN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Drawdowns confirmed:     " WS-COUNT-DISPLAY.
           MOVE WS-BILLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Installments billed:     " WS-COUNT-DISPLAY.
           MOVE WS-COLLECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Installments sent:       " WS-COUNT-DISPLAY.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Installments confirmed:  " WS-COUNT-DISPLAY.
           MOVE WS-UNPOSTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Not posted, back unpaid: " WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Loans held for review:   " WS-COUNT-DISPLAY.
           MOVE WS-COLLECTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Amount sent to collect:  " WS-AMOUNT-DISPLAY.
           GOBACK.

      ******************************************************************
      * The business date installments fall due against. The night
      * run's date roll in CUSTEOD keeps BUSINESS-DATE-FILE current;
      * a missing or empty file (a standalone run outside the night
      * sequence) falls back to the wall clock.
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
      * Loads every hold still active on the business date - status
      * active and the expiry date not yet passed - into the hold
      * table, as CUSTPOST does. A missing HOLD-FILE means no holds.
      * More active holds than the table holds fails the run before
      * anything is sent, rather than bill against a hold not loaded.
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
                   "full; run halted before billing."
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-CUSTOMER-ID TO WS-HL-CUSTOMER-ID (WS-HOLD-COUNT).
           MOVE HD-ACCOUNT-TYPE TO WS-HL-ACCOUNT-TYPE (WS-HOLD-COUNT).
           MOVE HD-AMOUNT TO WS-HL-AMOUNT (WS-HOLD-COUNT).

      ******************************************************************
      * The sequence number for this run's batch - see WS-BATCH-SEQ.
      ******************************************************************
       0800-FIND-BATCH-SEQUENCE.
           MOVE 0 TO WS-BATCH-SEQ.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ BATCH-REGISTER-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF BR-SOURCE = WS-BATCH-SOURCE
                               AND BR-BATCH-SEQ IS NUMERIC
                               AND BR-BATCH-SEQ > WS-BATCH-SEQ THEN
                               MOVE BR-BATCH-SEQ TO WS-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-EOF
                   READ POSTING-FILE INTO WS-SCAN-AREA
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN BC-HEADER
                                   MOVE "N" TO WS-BATCH-OPEN-SWITCH
                                   IF BC-SOURCE = WS-BATCH-SOURCE
                                       AND BC-BATCH-SEQ IS NUMERIC
                                       THEN
                                       IF BC-BATCH-SEQ > WS-BATCH-SEQ
                                           THEN
                                           MOVE BC-BATCH-SEQ
                                               TO WS-BATCH-SEQ
                                       END-IF
                                       MOVE BC-BATCH-SEQ
                                           TO WS-OPEN-BATCH-SEQ
                                       SET WS-BATCH-OPEN TO TRUE
                                       MOVE 0 TO WS-BATCH-ITEMS
                                       MOVE 0 TO WS-BATCH-DEBITS
                                       MOVE 0 TO WS-BATCH-CREDITS
                                       MOVE 0 TO WS-BATCH-HASH
                                   END-IF
                               WHEN BC-TRAILER
                                   MOVE "N" TO WS-BATCH-OPEN-SWITCH
                               WHEN OTHER
                                   IF WS-BATCH-OPEN THEN
                                       PERFORM 8100-ADD-TO-BATCH-TOTALS
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.
           IF WS-BATCH-OPEN THEN
               MOVE WS-OPEN-BATCH-SEQ TO WS-BATCH-SEQ
               DISPLAY "Continuing batch " WS-BATCH-SEQ
                   " left open on POSTING-FILE by the interrupted run."
           ELSE
               IF WS-BATCH-SEQ = 999999 THEN
                   MOVE 1 TO WS-BATCH-SEQ
               ELSE
                   ADD 1 TO WS-BATCH-SEQ
               END-IF
               MOVE 0 TO WS-BATCH-ITEMS
               MOVE 0 TO WS-BATCH-DEBITS
               MOVE 0 TO WS-BATCH-CREDITS
               MOVE 0 TO WS-BATCH-HASH
           END-IF.

      ******************************************************************
      * One loan. A paid-off loan only counts toward the bucket
      * summary. Anything else is serviced by status and rewritten
      * before the next loan is read. A drawdown confirmed tonight
      * makes the loan active in time for tonight's billing; one
      * that did not post puts the loan back to booked to be sent
      * again.
      ******************************************************************
       1000-SERVICE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE "N" TO WS-DAMAGED-SWITCH.
           IF LN-CUSTOMER-ID IS NOT NUMERIC
               OR LN-TERM-MONTHS IS NOT NUMERIC
               OR LN-BILLED-COUNT IS NOT NUMERIC
               OR LN-PAID-COUNT IS NOT NUMERIC
               OR LN-PRINCIPAL IS NOT NUMERIC THEN
               MOVE SPACES TO WS-CUSTOMER-NAME
               MOVE "LOAN RECORD DAMAGED - left untouched"
                   TO WS-LINE-MESSAGE
               PERFORM 4500-WRITE-MESSAGE-LINE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 1100-READ-CUSTOMER-AND-LOAN
               IF LN-STATUS-DRAWING THEN
                   PERFORM 2100-CONFIRM-DRAWDOWN
               END-IF
               EVALUATE TRUE
                   WHEN LN-STATUS-BOOKED
                       PERFORM 2000-DRAW-DOWN-LOAN
                   WHEN LN-STATUS-ACTIVE
                       PERFORM 3000-BILL-DUE-INSTALLMENTS
                       IF NOT WS-LOAN-DAMAGED THEN
                           PERFORM 3200-CONFIRM-COLLECTIONS
                       END-IF
                       IF NOT WS-LOAN-DAMAGED THEN
                           PERFORM 3500-COLLECT-INSTALLMENTS
                       END-IF
                       IF NOT WS-LOAN-DAMAGED THEN
                           PERFORM 4000-AGE-ARREARS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-LOAN-DAMAGED THEN
                   MOVE "SCHEDULE UNREADABLE - left untouched"
                       TO WS-LINE-MESSAGE
                   PERFORM 4500-WRITE-MESSAGE-LINE
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           MOVE "LOAN REWRITE FAILED - check tonight"
                               TO WS-LINE-MESSAGE
                           PERFORM 4500-WRITE-MESSAGE-LINE
                           ADD 1 TO WS-HELD-COUNT
                   END-REWRITE
                   IF LN-STATUS-ACTIVE THEN
                       PERFORM 4100-TALLY-BUCKET
                   END-IF
               END-IF
           END-IF.

       1100-READ-CUSTOMER-AND-LOAN.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           MOVE "N" TO WS-LOAN-ACCT-OK-SWITCH.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           MOVE 0 TO WS-FUNDS-LEFT.
           MOVE 0 TO WS-LOAN-BALANCE.
           MOVE LN-CUSTOMER-ID TO WS-REL-KEY.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CF-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   MOVE CF-BALANCE TO WS-FUNDS-LEFT
                   PERFORM 1150-DEDUCT-CHECKING-HOLDS
                   IF CF-STATUS-ACTIVE THEN
                       SET WS-CUSTOMER-OK TO TRUE
                   END-IF
           END-READ.
           COMPUTE WS-ACCT-REL-KEY = LN-CUSTOMER-ID * 10 + 3.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AF-BALANCE TO WS-LOAN-BALANCE
                   IF AF-ACTIVE THEN
                       SET WS-LOAN-ACCT-OK TO TRUE
                   END-IF
           END-READ.

       1150-DEDUCT-CHECKING-HOLDS.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               IF WS-HL-CUSTOMER-ID (WS-HOLD-INDEX) = LN-CUSTOMER-ID
                   AND WS-HL-ACCOUNT-TYPE (WS-HOLD-INDEX) = "C" THEN
                   SUBTRACT WS-HL-AMOUNT (WS-HOLD-INDEX)
                       FROM WS-FUNDS-LEFT
               END-IF
           END-PERFORM.

      ******************************************************************
      * The drawdown: principal out of the loan account and into
      * checking, one line each under the same reference. The loan
      * waits in status D, under tonight's date, until a later night
      * finds the drawdown posted. A loan whose customer or loan
      * account is not active waits booked, and is reported each
      * night until it is sorted out.
      ******************************************************************
       2000-DRAW-DOWN-LOAN.
           IF WS-CUSTOMER-OK AND WS-LOAN-ACCT-OK THEN
               MOVE LN-PRINCIPAL TO WS-LINE-AMOUNT
               MOVE "LOAN DRAWDOWN" TO WS-PST-REFERENCE
               MOVE "D" TO WS-PST-DC-CODE
               MOVE "L" TO WS-PST-ACCOUNT-TYPE
               PERFORM 8000-WRITE-POSTING-LINE
               MOVE "LOAN DRAWDOWN" TO WS-PST-REFERENCE
               MOVE "C" TO WS-PST-DC-CODE
               MOVE SPACE TO WS-PST-ACCOUNT-TYPE
               PERFORM 8000-WRITE-POSTING-LINE
               SET LN-STATUS-DRAWING TO TRUE
               MOVE WS-BUSINESS-DATE TO LN-DRAWDOWN-DATE
               ADD 1 TO WS-DRAWDOWN-COUNT
           ELSE
               MOVE "DRAWDOWN HELD - account not active"
                   TO WS-LINE-MESSAGE
               PERFORM 4500-WRITE-MESSAGE-LINE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      ******************************************************************
      * A drawdown sent on an earlier night is confirmed by its
      * checking credit on the history; one sent tonight - a rerun
      * of the same night - is still with the posting run.
      ******************************************************************
       2100-CONFIRM-DRAWDOWN.
           IF LN-DRAWDOWN-DATE < WS-BUSINESS-DATE THEN
               MOVE LN-DRAWDOWN-DATE TO WS-CONFIRM-FROM-DATE
               PERFORM 3300-SCAN-LOAN-HISTORY
               IF WS-DRAWDOWN-POSTED THEN
                   SET LN-STATUS-ACTIVE TO TRUE
                   ADD 1 TO WS-DRAWN-COUNT
               ELSE
                   SET LN-STATUS-BOOKED TO TRUE
                   MOVE "DRAWDOWN NOT POSTED - back to booked"
                       TO WS-LINE-MESSAGE
                   PERFORM 4500-WRITE-MESSAGE-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Bill every installment whose due date has arrived, then note
      * the next one's due date for the account screens.
      ******************************************************************
       3000-BILL-DUE-INSTALLMENTS.
           MOVE "N" TO WS-DONE-SWITCH.
           PERFORM UNTIL WS-DONE OR WS-LOAN-DAMAGED
                   OR LN-BILLED-COUNT NOT < LN-TERM-MONTHS
               COMPUTE WS-SCHED-INDEX = LN-BILLED-COUNT + 1
               PERFORM 7000-READ-SCHEDULE
               IF NOT WS-LOAN-DAMAGED THEN
                   IF SC-DUE-DATE > WS-BUSINESS-DATE THEN
                       SET WS-DONE TO TRUE
                   ELSE
                       ADD 1 TO LN-BILLED-COUNT
                       ADD 1 TO WS-BILLED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-LOAN-DAMAGED THEN
               IF LN-BILLED-COUNT < LN-TERM-MONTHS THEN
                   COMPUTE WS-SCHED-INDEX = LN-BILLED-COUNT + 1
                   PERFORM 7000-READ-SCHEDULE
                   MOVE SC-DUE-DATE TO LN-NEXT-DUE-DATE
               ELSE
                   MOVE SPACES TO LN-NEXT-DUE-DATE
               END-IF
           END-IF.

      ******************************************************************
      * Installments sent on an earlier night are settled from the
      * history: each part that posted is marked taken, and the
      * installment is collected once every part has, or goes back
      * unpaid - keeping the parts that did post - and is reported.
      * The paid count then runs on over every installment now
      * collected, oldest first; only that makes the loan paid off.
      ******************************************************************
       3200-CONFIRM-COLLECTIONS.
           MOVE "N" TO WS-CONFIRM-NEEDED-SWITCH.
           MOVE HIGH-VALUES TO WS-CONFIRM-FROM-DATE.
           COMPUTE WS-SCHED-INDEX = LN-PAID-COUNT + 1.
           PERFORM UNTIL WS-SCHED-INDEX > LN-BILLED-COUNT
                   OR WS-LOAN-DAMAGED
               PERFORM 7000-READ-SCHEDULE
               IF NOT WS-LOAN-DAMAGED AND SC-COLLECTING
                   AND SC-SUBMIT-DATE < WS-BUSINESS-DATE THEN
                   SET WS-CONFIRM-NEEDED TO TRUE
                   IF SC-SUBMIT-DATE < WS-CONFIRM-FROM-DATE THEN
                       MOVE SC-SUBMIT-DATE TO WS-CONFIRM-FROM-DATE
                   END-IF
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM.
           IF WS-CONFIRM-NEEDED AND NOT WS-LOAN-DAMAGED THEN
               PERFORM 3300-SCAN-LOAN-HISTORY
               COMPUTE WS-SCHED-INDEX = LN-PAID-COUNT + 1
               PERFORM UNTIL WS-SCHED-INDEX > LN-BILLED-COUNT
                       OR WS-LOAN-DAMAGED
                   PERFORM 7000-READ-SCHEDULE
                   IF NOT WS-LOAN-DAMAGED AND SC-COLLECTING
                       AND SC-SUBMIT-DATE < WS-BUSINESS-DATE THEN
                       PERFORM 3250-CONFIRM-ONE-INSTALLMENT
                   END-IF
                   ADD 1 TO WS-SCHED-INDEX
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-DONE-SWITCH.
           PERFORM UNTIL WS-DONE OR WS-LOAN-DAMAGED
                   OR LN-PAID-COUNT NOT < LN-BILLED-COUNT
               COMPUTE WS-SCHED-INDEX = LN-PAID-COUNT + 1
               PERFORM 7000-READ-SCHEDULE
               IF NOT WS-LOAN-DAMAGED THEN
                   IF SC-COLLECTED THEN
                       ADD 1 TO LN-PAID-COUNT
                   ELSE
                       SET WS-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF LN-PAID-COUNT NOT < LN-TERM-MONTHS THEN
               SET LN-STATUS-PAID-OFF TO TRUE
           END-IF.

       3250-CONFIRM-ONE-INSTALLMENT.
           EVALUATE WS-PP-PRINCIPAL (WS-SCHED-INDEX)
               WHEN "Y"
                   SET SC-PRINCIPAL-POSTED TO TRUE
               WHEN "R"
                   MOVE SPACE TO SC-PRINCIPAL-TAKEN
           END-EVALUATE.
           EVALUATE WS-PP-INTEREST (WS-SCHED-INDEX)
               WHEN "Y"
                   SET SC-INTEREST-POSTED TO TRUE
               WHEN "R"
                   MOVE SPACE TO SC-INTEREST-TAKEN
           END-EVALUATE.
           IF (SC-PRINCIPAL = 0 OR SC-PRINCIPAL-POSTED)
               AND (SC-INTEREST = 0 OR SC-INTEREST-POSTED) THEN
               SET SC-COLLECTED TO TRUE
               ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
               SET SC-NOT-COLLECTED TO TRUE
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE SC-INSTALLMENT-NO TO WS-UNPOSTED-NUMBER
               MOVE WS-UNPOSTED-MESSAGE TO WS-LINE-MESSAGE
               PERFORM 4500-WRITE-MESSAGE-LINE
           END-IF.
           PERFORM 7100-REWRITE-SCHEDULE.

      ******************************************************************
      * One pass of the history for the loan's customer, from the
      * earliest date something still in collection was sent. Only
      * checking lines count: the drawdown credit, and the principal
      * and interest debits whose reference carries the installment
      * number (see 3600). A reversal of one of them takes it back.
      ******************************************************************
       3300-SCAN-LOAN-HISTORY.
           INITIALIZE WS-POSTED-TABLE.
           MOVE "N" TO WS-DRAWDOWN-POSTED-SWITCH.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00" THEN
               SET WS-HISTORY-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 3310-NOTE-LOAN-LINE
               END-READ
           END-PERFORM.
           IF WS-HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       3310-NOTE-LOAN-LINE.
           IF HT-CUSTOMER-ID = LN-CUSTOMER-ID
               AND (HT-ACCOUNT-TYPE = "C" OR HT-ACCOUNT-TYPE = SPACE)
               AND HT-POST-DATE NOT < WS-CONFIRM-FROM-DATE THEN
               IF HT-REFERENCE = "LOAN DRAWDOWN"
                   AND HT-DC-CODE = "C"
                   AND NOT HT-ENTRY-REVERSAL THEN
                   SET WS-DRAWDOWN-POSTED TO TRUE
               END-IF
               IF (HT-REFERENCE(1:15) = "LOAN PRINCIPAL "
                   OR HT-REFERENCE(1:15) = "LOAN INTEREST  ")
                   AND HT-REFERENCE(16:3) IS NUMERIC THEN
                   MOVE HT-REFERENCE(16:3) TO WS-HIST-INSTALLMENT-NO
                   IF WS-HIST-INSTALLMENT-NO > 0 THEN
                       PERFORM 3320-MARK-INSTALLMENT-LINE
                   END-IF
               END-IF
           END-IF.

       3320-MARK-INSTALLMENT-LINE.
           IF HT-ENTRY-REVERSAL THEN
               IF HT-REFERENCE(1:15) = "LOAN PRINCIPAL " THEN
                   MOVE "R" TO WS-PP-PRINCIPAL (WS-HIST-INSTALLMENT-NO)
               ELSE
                   MOVE "R" TO WS-PP-INTEREST (WS-HIST-INSTALLMENT-NO)
               END-IF
           ELSE
               IF HT-DC-CODE = "D" THEN
                   IF HT-REFERENCE(1:15) = "LOAN PRINCIPAL " THEN
                       MOVE "Y"
                           TO WS-PP-PRINCIPAL (WS-HIST-INSTALLMENT-NO)
                   ELSE
                       MOVE "Y"
                           TO WS-PP-INTEREST (WS-HIST-INSTALLMENT-NO)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Collect billed installments oldest first while checking can
      * cover the whole of what is left of one. The principal moves
      * from checking to the loan account; the interest is a
      * checking debit only. An installment already collected is
      * passed over; one still in collection from earlier tonight is
      * not sent twice, but what it will take is set aside.
      ******************************************************************
       3500-COLLECT-INSTALLMENTS.
           MOVE "N" TO WS-DONE-SWITCH.
           COMPUTE WS-SCHED-INDEX = LN-PAID-COUNT + 1.
           PERFORM UNTIL WS-DONE OR WS-LOAN-DAMAGED
                   OR WS-SCHED-INDEX > LN-BILLED-COUNT
               PERFORM 7000-READ-SCHEDULE
               IF NOT WS-LOAN-DAMAGED THEN
                   PERFORM 3550-SET-AMOUNT-DUE
                   EVALUATE TRUE
                       WHEN SC-COLLECTED
                           CONTINUE
                       WHEN SC-COLLECTING
                           SUBTRACT WS-AMOUNT-DUE FROM WS-FUNDS-LEFT
                       WHEN WS-CUSTOMER-OK AND WS-LOAN-ACCT-OK
                           AND WS-AMOUNT-DUE NOT > WS-FUNDS-LEFT
                           PERFORM 3600-COLLECT-ONE-INSTALLMENT
                       WHEN OTHER
                           SET WS-DONE TO TRUE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM.

      ******************************************************************
      * What is still to come of the installment: the parts of it
      * not already posted.
      ******************************************************************
       3550-SET-AMOUNT-DUE.
           MOVE 0 TO WS-AMOUNT-DUE.
           IF NOT SC-PRINCIPAL-POSTED THEN
               ADD SC-PRINCIPAL TO WS-AMOUNT-DUE
           END-IF.
           IF NOT SC-INTEREST-POSTED THEN
               ADD SC-INTEREST TO WS-AMOUNT-DUE
           END-IF.

       3600-COLLECT-ONE-INSTALLMENT.
           MOVE SC-INSTALLMENT-NO TO WS-INSTREF-NUMBER.
           IF SC-PRINCIPAL > 0 AND NOT SC-PRINCIPAL-POSTED THEN
               MOVE "LOAN PRINCIPAL " TO WS-INSTREF-CAPTION
               MOVE SC-PRINCIPAL TO WS-LINE-AMOUNT
               MOVE WS-INSTALLMENT-REF TO WS-PST-REFERENCE
               MOVE "D" TO WS-PST-DC-CODE
               MOVE SPACE TO WS-PST-ACCOUNT-TYPE
               PERFORM 8000-WRITE-POSTING-LINE
               MOVE WS-INSTALLMENT-REF TO WS-PST-REFERENCE
               MOVE "C" TO WS-PST-DC-CODE
               MOVE "L" TO WS-PST-ACCOUNT-TYPE
               PERFORM 8000-WRITE-POSTING-LINE
               ADD SC-PRINCIPAL TO WS-LOAN-BALANCE
           END-IF.
           IF SC-INTEREST > 0 AND NOT SC-INTEREST-POSTED THEN
               MOVE "LOAN INTEREST  " TO WS-INSTREF-CAPTION
               MOVE SC-INTEREST TO WS-LINE-AMOUNT
               MOVE WS-INSTALLMENT-REF TO WS-PST-REFERENCE
               MOVE "D" TO WS-PST-DC-CODE
               MOVE SPACE TO WS-PST-ACCOUNT-TYPE
               PERFORM 8000-WRITE-POSTING-LINE
           END-IF.
           SET SC-COLLECTING TO TRUE.
           MOVE WS-BUSINESS-DATE TO SC-SUBMIT-DATE.
           PERFORM 7100-REWRITE-SCHEDULE.
           SUBTRACT WS-AMOUNT-DUE FROM WS-FUNDS-LEFT.
           ADD WS-AMOUNT-DUE TO WS-COLLECTED-AMOUNT.
           ADD 1 TO WS-COLLECTED-COUNT.

      ******************************************************************
      * Arrears are the installments billed but neither collected nor
      * in collection, less any part of them already posted. Days
      * past due run from the oldest such installment's due date,
      * so an installment missed today is in arrears at zero days.
      ******************************************************************
       4000-AGE-ARREARS.
           MOVE 0 TO LN-ARREARS-AMOUNT.
           MOVE 0 TO LN-DAYS-PAST-DUE.
           MOVE SPACES TO LN-OLDEST-UNPAID-DATE.
           SET LN-BUCKET-CURRENT TO TRUE.
           MOVE "N" TO WS-ARREARS-FOUND-SWITCH.
           COMPUTE WS-SCHED-INDEX = LN-PAID-COUNT + 1.
           PERFORM UNTIL WS-SCHED-INDEX > LN-BILLED-COUNT
                   OR WS-LOAN-DAMAGED
               PERFORM 7000-READ-SCHEDULE
               IF NOT WS-LOAN-DAMAGED AND SC-NOT-COLLECTED THEN
                   IF NOT WS-ARREARS-FOUND THEN
                       SET WS-ARREARS-FOUND TO TRUE
                       PERFORM 4010-SET-DAYS-PAST-DUE
                   END-IF
                   PERFORM 3550-SET-AMOUNT-DUE
                   ADD WS-AMOUNT-DUE TO LN-ARREARS-AMOUNT
               END-IF
               ADD 1 TO WS-SCHED-INDEX
           END-PERFORM.
           IF WS-ARREARS-FOUND AND NOT WS-LOAN-DAMAGED THEN
               EVALUATE TRUE
                   WHEN LN-DAYS-PAST-DUE < 30
                       SET LN-BUCKET-UNDER-30 TO TRUE
                   WHEN LN-DAYS-PAST-DUE < 60
                       SET LN-BUCKET-30 TO TRUE
                   WHEN LN-DAYS-PAST-DUE < 90
                       SET LN-BUCKET-60 TO TRUE
                   WHEN OTHER
                       SET LN-BUCKET-90-PLUS TO TRUE
               END-EVALUATE
               PERFORM 4200-WRITE-DETAIL-LINE
           END-IF.

       4010-SET-DAYS-PAST-DUE.
           MOVE SC-DUE-DATE TO LN-OLDEST-UNPAID-DATE.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SC-DUE-DATE)).
           IF WS-BUSDATE-INTEGER > WS-DUE-INTEGER THEN
               COMPUTE LN-DAYS-PAST-DUE =
                   WS-BUSDATE-INTEGER - WS-DUE-INTEGER
           END-IF.

       4050-SET-BUCKET-INDEX.
           EVALUATE TRUE
               WHEN LN-BUCKET-UNDER-30
                   MOVE 2 TO WS-BUCKET-INDEX
               WHEN LN-BUCKET-30
                   MOVE 3 TO WS-BUCKET-INDEX
               WHEN LN-BUCKET-60
                   MOVE 4 TO WS-BUCKET-INDEX
               WHEN LN-BUCKET-90-PLUS
                   MOVE 5 TO WS-BUCKET-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-INDEX
           END-EVALUATE.

       4100-TALLY-BUCKET.
           PERFORM 4050-SET-BUCKET-INDEX.
           ADD 1 TO WS-BK-COUNT (WS-BUCKET-INDEX).
           ADD LN-ARREARS-AMOUNT TO WS-BK-AMOUNT (WS-BUCKET-INDEX).

       4200-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LN-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-DTL-NAME.
           MOVE LN-OLDEST-UNPAID-DATE TO WS-DTL-OLDEST-DUE.
           MOVE LN-DAYS-PAST-DUE TO WS-DTL-DAYS.
           PERFORM 4050-SET-BUCKET-INDEX.
           MOVE WS-BUCKET-NAME (WS-BUCKET-INDEX) TO WS-DTL-BUCKET.
           MOVE LN-ARREARS-AMOUNT TO WS-DTL-ARREARS.
           MOVE WS-LOAN-BALANCE TO WS-DTL-BALANCE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       4500-WRITE-MESSAGE-LINE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           MOVE LN-CUSTOMER-ID TO WS-MSG-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-MSG-NAME.
           MOVE WS-LINE-MESSAGE TO WS-MSG-TEXT.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.

       5000-WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ACTIVE LOANS BY ARREARS BUCKET (DAYS PAST DUE)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO WS-BUCKET-INDEX.
           PERFORM UNTIL WS-BUCKET-INDEX > 5
               MOVE SPACES TO WS-BUCKET-LINE
               MOVE WS-BUCKET-NAME (WS-BUCKET-INDEX) TO WS-BKL-NAME
               MOVE WS-BK-COUNT (WS-BUCKET-INDEX) TO WS-BKL-COUNT
               MOVE WS-BK-AMOUNT (WS-BUCKET-INDEX) TO WS-BKL-AMOUNT
               WRITE REPORT-RECORD FROM WS-BUCKET-LINE
               ADD 1 TO WS-BUCKET-INDEX
           END-PERFORM.

       7000-READ-SCHEDULE.
           COMPUTE WS-SCHED-REL-KEY =
               LN-CUSTOMER-ID * 1000 + WS-SCHED-INDEX.
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   SET WS-LOAN-DAMAGED TO TRUE
           END-READ.
           IF NOT WS-LOAN-DAMAGED THEN
               IF SC-INSTALLMENT IS NOT NUMERIC
                   OR SC-PRINCIPAL IS NOT NUMERIC
                   OR SC-INTEREST IS NOT NUMERIC
                   OR SC-DUE-DATE IS NOT NUMERIC THEN
                   SET WS-LOAN-DAMAGED TO TRUE
               END-IF
           END-IF.

       7100-REWRITE-SCHEDULE.
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   SET WS-LOAN-DAMAGED TO TRUE
           END-REWRITE.

       8000-WRITE-POSTING-LINE.
           IF NOT WS-BATCH-OPEN THEN
               PERFORM 8200-WRITE-BATCH-HEADER
           END-IF.
           MOVE LN-CUSTOMER-ID TO WS-PST-CUSTOMER-ID.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-PST-AMOUNT.
           MOVE WS-POSTING-LINE TO POSTING-FILE-RECORD.
           WRITE POSTING-FILE-RECORD.
           MOVE WS-POSTING-LINE TO WS-SCAN-AREA.
           PERFORM 8100-ADD-TO-BATCH-TOTALS.
           ADD 1 TO WS-LINES-WRITTEN.

      ******************************************************************
      * One line of the batch towards its trailer totals.
      ******************************************************************
       8100-ADD-TO-BATCH-TOTALS.
           ADD 1 TO WS-BATCH-ITEMS.
           IF FUNCTION TRIM(WS-SCN-CUSTOMER-ID) IS NUMERIC THEN
               MOVE FUNCTION TRIM(WS-SCN-CUSTOMER-ID) TO WS-SCAN-ID
               ADD WS-SCAN-ID TO WS-BATCH-HASH
           END-IF.
           IF WS-SCN-DC-CODE = "D" OR WS-SCN-DC-CODE = "C" THEN
               MOVE 0 TO WS-SCAN-AMOUNT
               COMPUTE WS-SCAN-AMOUNT-CHECK =
                   FUNCTION TEST-NUMVAL(WS-SCN-AMOUNT)
               IF WS-SCAN-AMOUNT-CHECK = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-SCN-AMOUNT)
                       TO WS-SCAN-AMOUNT
               END-IF
               IF WS-SCN-DC-CODE = "D" THEN
                   ADD WS-SCAN-AMOUNT TO WS-BATCH-DEBITS
               ELSE
                   ADD WS-SCAN-AMOUNT TO WS-BATCH-CREDITS
               END-IF
           END-IF.

       8200-WRITE-BATCH-HEADER.
           MOVE SPACES TO WS-SCAN-AREA.
           SET BC-HEADER TO TRUE.
           MOVE WS-BATCH-SOURCE TO BC-SOURCE.
           MOVE WS-BUSINESS-DATE TO BC-FILE-DATE.
           MOVE WS-BATCH-SEQ TO BC-BATCH-SEQ.
           WRITE POSTING-FILE-RECORD FROM WS-SCAN-AREA.
           SET WS-BATCH-OPEN TO TRUE.

       8300-WRITE-BATCH-TRAILER.
           IF WS-BATCH-OPEN THEN
               MOVE SPACES TO WS-SCAN-AREA
               SET BC-TRAILER TO TRUE
               MOVE WS-BATCH-ITEMS TO BC-ITEM-COUNT
               MOVE WS-BATCH-DEBITS TO BC-DEBIT-TOTAL
               MOVE WS-BATCH-CREDITS TO BC-CREDIT-TOTAL
               MOVE WS-BATCH-HASH TO BC-HASH-TOTAL
               WRITE POSTING-FILE-RECORD FROM WS-SCAN-AREA
           END-IF.

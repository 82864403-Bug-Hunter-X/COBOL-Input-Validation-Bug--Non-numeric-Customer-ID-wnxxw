      ******************************************************************
      * PROGRAM-ID. CUSTCASH
      *
      * Large-cash and structuring report for compliance - read
      * straight from TRANSACTION-HISTORY-FILE rather than from
      * CUSTPOST's displayed totals or the statements. For every
      * business date in the report period each customer's credits
      * and debits are totalled across all their accounts (checking,
      * savings and loan alike); a customer whose credits or whose
      * debits for one day come to more than the reportable threshold
      * is listed with every history line that made up the total.
      *
      * The structuring section looks for the pattern the threshold
      * invites: single movements each just under it - at or above
      * the near-threshold floor, at or below the threshold itself -
      * recurring within a rolling window of days. A customer with
      * the minimum count of such movements inside any one window is
      * flagged. So is a pair of customers linked by a transfer when
      * their movements only reach the count taken together; a
      * CUSTXFER transfer is recognised in the history by the
      * transfer entry type CUSTXFER sets on both its legs - the
      * debit line immediately followed by its credit line, same
      * business date and amount, on two different customers. The
      * lookback for the window reaches back before the report
      * period so a pattern straddling its start is still seen, but
      * only windows ending inside the period are flagged.
      *
      * A posting taken back by a reversal was never a real movement
      * of cash, so neither it nor its reversal counts towards a day
      * total or a structuring window. The reversals are gathered
      * first, whatever their date after the start of the lookback,
      * and each names its original by customer, account type,
      * reference and original post date - the same pairing the
      * statements use. Every pair left out is listed on the review
      * report; a reversal whose original is no longer in the live
      * history - posted in a year since archived - is left out on
      * its own and marked so.
      *
      * Two outputs: the fixed-format filing extract for the
      * regulator (header, one subject record per reportable
      * customer-day or flag, each followed by its transaction
      * records, and a trailer carrying the record counts) and the
      * review report the compliance officer signs off. The
      * thresholds live in CASH-PARAMETER-FILE, maintained the way
      * CUSTOVDR keeps its rate table: keyed and saved when missing,
      * and shown with the option to change them before each run.
      * A period too long for the report tables gives no filing at
      * all: the extract is left empty rather than filed short, the
      * review report is marked incomplete and the run ends with
      * return code 8, to be rerun in shorter periods.
      *
      * The day totals rely on the history being in posting order,
      * which is business-date order - the same order CUSTHREC foots
      * the balance chains in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCASH IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT CASH-PARAMETER-FILE ASSIGN TO "CASHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO "CASHFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTCASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CASH-PARAMETER-FILE.
       01  CASH-PARAMETER-RECORD.
           05  CP-THRESHOLD                PIC 9(7)V99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  CP-NEAR-PERCENT             PIC 9(3)V99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  CP-WINDOW-DAYS              PIC 9(3).
           05  FILLER                      PIC X      VALUE SPACE.
           05  CP-MIN-COUNT                PIC 9(3).

       FD  FILING-FILE.
       01  FILING-RECORD                   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-FILING-FILE-STATUS           PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-HISTORY-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-NAMES-OPEN-SWITCH            PIC X      VALUE "N".
           88  WS-NAMES-OPEN               VALUE "Y".
       01  WS-OVERFLOW-SWITCH              PIC X      VALUE "N".
           88  WS-TABLE-OVERFLOW           VALUE "Y".
       01  WS-FOUND-SWITCH                 PIC X      VALUE "N".
           88  WS-FOUND                    VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-BUSINESS-DATE                PIC X(8).

      ******************************************************************
      * Thresholds. A movement is near the threshold when it is at
      * least the near-threshold percentage of it without going over
      * it; structuring is the minimum count of such movements inside
      * the window of days.
      ******************************************************************
       01  WS-THRESHOLD                    PIC 9(7)V99   VALUE 0.
       01  WS-NEAR-PERCENT                 PIC 9(3)V99   VALUE 0.
       01  WS-WINDOW-DAYS                  PIC 9(3)      VALUE 0.
       01  WS-MIN-COUNT                    PIC 9(3)      VALUE 0.
       01  WS-NEAR-FLOOR                   PIC 9(7)V99   VALUE 0.
       01  WS-NUMBER-INPUT                 PIC X(13).
       01  WS-CHANGE-INPUT                 PIC X.
       01  WS-NUMBER-CHECK                 PIC S9(4) COMP.
       01  WS-THRESHOLD-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  WS-PERCENT-DISPLAY              PIC ZZ9.99.
       01  WS-DAYS-DISPLAY                 PIC ZZ9.

       01  WS-DATE-INPUT                   PIC X(8).
       01  WS-PERIOD-START                 PIC X(8).
       01  WS-PERIOD-END                   PIC X(8).
       01  WS-LOOKBACK-START               PIC X(8).
       01  WS-START-INTEGER                PIC 9(9)  COMP.
       01  WS-END-INTEGER                  PIC 9(9)  COMP.
       01  WS-DAY-INTEGER                  PIC 9(9)  COMP.
       01  WS-DATE-WORK                    PIC 9(8).

      ******************************************************************
      * One business date's totals, by customer ID. The touched list
      * holds the IDs with lines today, so closing a date only visits
      * those customers rather than every slot.
      ******************************************************************
       01  WS-DAY-DATE                     PIC X(8)   VALUE SPACES.
       01  WS-DAY-TOTALS-AREA.
           05  WS-DAY-CUSTOMER OCCURS 99999 TIMES.
               10  WS-DAY-CREDITS          PIC 9(9)V99.
               10  WS-DAY-DEBITS           PIC 9(9)V99.
               10  WS-DAY-LINES            PIC 9(5).
       01  WS-TOUCHED-AREA.
           05  WS-TOUCHED-ID OCCURS 99999 TIMES
                                           PIC 9(5).
       01  WS-TOUCHED-COUNT                PIC 9(5)   VALUE 0.
       01  WS-TOUCHED-INDEX                PIC 9(5)   VALUE 0.
       01  WS-CUSTOMER-ID                  PIC 9(5)   VALUE 0.

      ******************************************************************
      * Customer-days over the threshold, and the history lines that
      * make each one up (RL-OWNER points back at the customer-day).
      ******************************************************************
       01  WS-REPORTABLE-AREA.
           05  WS-REPORTABLE OCCURS 2000 TIMES.
               10  RP-POST-DATE            PIC X(8).
               10  RP-CUSTOMER-ID          PIC 9(5).
               10  RP-CREDITS              PIC 9(9)V99.
               10  RP-DEBITS               PIC 9(9)V99.
               10  RP-LINES                PIC 9(5).
       01  WS-REPORTABLE-COUNT             PIC 9(5)   VALUE 0.
       01  WS-RP-INDEX                     PIC 9(5)   VALUE 0.

       01  WS-CONTRIBUTING-AREA.
           05  WS-CONTRIBUTING OCCURS 5000 TIMES.
               10  RL-OWNER                PIC 9(5).
               10  RL-DC-CODE              PIC X.
               10  RL-ACCOUNT-TYPE         PIC X.
               10  RL-AMOUNT               PIC 9(7)V99.
               10  RL-REFERENCE            PIC X(20).
       01  WS-CONTRIBUTING-COUNT           PIC 9(5)   VALUE 0.
       01  WS-RL-INDEX                     PIC 9(5)   VALUE 0.

      ******************************************************************
      * Near-threshold movements from the start of the lookback to
      * the end of the period, in history order. NR-LINKED-ID is the
      * other customer when the movement is one leg of a transfer.
      ******************************************************************
       01  WS-NEAR-AREA.
           05  WS-NEAR-ENTRY OCCURS 5000 TIMES.
               10  NR-DAY-NUMBER           PIC 9(9)  COMP.
               10  NR-POST-DATE            PIC X(8).
               10  NR-CUSTOMER-ID          PIC 9(5).
               10  NR-LINKED-ID            PIC 9(5).
               10  NR-DC-CODE              PIC X.
               10  NR-ACCOUNT-TYPE         PIC X.
               10  NR-AMOUNT               PIC 9(7)V99.
               10  NR-REFERENCE            PIC X(20).
       01  WS-NEAR-COUNT                   PIC 9(5)   VALUE 0.
       01  WS-NR-INDEX                     PIC 9(5)   VALUE 0.
       01  WS-SCAN-INDEX                   PIC 9(5)   VALUE 0.
       01  WS-WINDOW-FIRST-DAY             PIC 9(9)  COMP.
       01  WS-WINDOW-COUNT                 PIC 9(5)   VALUE 0.
       01  WS-WINDOW-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  WS-FIRST-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-SECOND-COUNT                 PIC 9(5)   VALUE 0.
       01  WS-SECOND-ID                    PIC 9(5)   VALUE 0.

       01  WS-FLAG-AREA.
           05  WS-FLAG-ENTRY OCCURS 500 TIMES.
               10  FL-CUSTOMER-ID          PIC 9(5).
               10  FL-LINKED-ID            PIC 9(5).
               10  FL-FIRST-DAY            PIC 9(9)  COMP.
               10  FL-LAST-DAY             PIC 9(9)  COMP.
               10  FL-COUNT                PIC 9(5).
               10  FL-TOTAL                PIC 9(9)V99.
       01  WS-FLAG-COUNT                   PIC 9(5)   VALUE 0.
       01  WS-FL-INDEX                     PIC 9(5)   VALUE 0.

      ******************************************************************
      * The line before the current one, kept to recognise a
      * transfer's debit and credit legs.
      ******************************************************************
       01  WS-PREVIOUS-LINE.
           05  WS-PREV-POST-DATE           PIC X(8)   VALUE SPACES.
           05  WS-PREV-CUSTOMER-ID         PIC 9(5)   VALUE 0.
           05  WS-PREV-DC-CODE             PIC X      VALUE SPACE.
           05  WS-PREV-ACCOUNT-TYPE        PIC X      VALUE SPACE.
           05  WS-PREV-AMOUNT              PIC 9(7)V99 VALUE 0.
           05  WS-PREV-REFERENCE           PIC X(20)  VALUE SPACES.
           05  WS-PREV-ENTRY-TYPE          PIC X      VALUE SPACE.
           05  WS-PREV-NEAR-INDEX          PIC 9(5)   VALUE 0.

      ******************************************************************
      * Reversals posted from the start of the lookback on. Once the
      * original a reversal names is met in the history, its line
      * number is kept in RV-ORIGINAL-LINE, so the second pass leaves
      * out the same line; zero means the original was not found.
      ******************************************************************
       01  WS-REVERSAL-AREA.
           05  WS-REVERSAL-ENTRY OCCURS 1000 TIMES.
               10  RV-POST-DATE            PIC X(8).
               10  RV-ORIGINAL-DATE        PIC X(8).
               10  RV-CUSTOMER-ID          PIC 9(5).
               10  RV-ACCOUNT-TYPE         PIC X.
               10  RV-DC-CODE              PIC X.
               10  RV-AMOUNT               PIC 9(7)V99.
               10  RV-REFERENCE            PIC X(20).
               10  RV-ORIGINAL-LINE        PIC 9(7).
       01  WS-REVERSAL-COUNT               PIC 9(5)   VALUE 0.
       01  WS-RV-INDEX                     PIC 9(5)   VALUE 0.
       01  WS-LINE-ACCOUNT-TYPE            PIC X.
       01  WS-EXCLUDED-SWITCH              PIC X      VALUE "N".
           88  WS-LINE-EXCLUDED            VALUE "Y".
       01  WS-RESCAN-LINE                  PIC 9(7)   VALUE 0.
       01  WS-REVERSED-LISTED              PIC 9(7)   VALUE 0.
       01  WS-UNPAIRED-LISTED              PIC 9(7)   VALUE 0.

       01  WS-LINES-READ                   PIC 9(7)   VALUE 0.
       01  WS-LINES-IN-PERIOD              PIC 9(7)   VALUE 0.
       01  WS-LINES-SKIPPED                PIC 9(7)   VALUE 0.
       01  WS-FILING-COUNT                 PIC 9(7)   VALUE 0.
       01  WS-SUBJECT-COUNT                PIC 9(7)   VALUE 0.
       01  WS-TRANSACTION-COUNT            PIC 9(7)   VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-CUSTOMER-NAME                PIC X(30).
       01  WS-ITEM-AMOUNT                  PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Filing extract records - 80 bytes, fixed columns, amounts
      * unsigned with two implied decimals, record type in column 1.
      ******************************************************************
       01  WS-FILING-HEADER.
           05  FH-RECORD-TYPE              PIC X      VALUE "H".
           05  FH-REPORT-NAME              PIC X(8)   VALUE "CASHRPT".
           05  FH-PERIOD-START             PIC X(8).
           05  FH-PERIOD-END               PIC X(8).
           05  FH-CREATED-DATE             PIC X(8).
           05  FH-THRESHOLD                PIC 9(7)V99.
           05  FH-NEAR-FLOOR               PIC 9(7)V99.
           05  FH-WINDOW-DAYS              PIC 9(3).
           05  FH-MIN-COUNT                PIC 9(3).
           05  FILLER                      PIC X(23)  VALUE SPACES.

       01  WS-FILING-SUBJECT.
           05  FS-RECORD-TYPE              PIC X      VALUE "S".
           05  FS-POST-DATE                PIC X(8).
           05  FS-CUSTOMER-ID              PIC 9(5).
           05  FS-CUSTOMER-NAME            PIC X(30).
           05  FS-CREDITS                  PIC 9(9)V99.
           05  FS-DEBITS                   PIC 9(9)V99.
           05  FS-LINES                    PIC 9(5).
           05  FILLER                      PIC X(9)   VALUE SPACES.

       01  WS-FILING-FLAG.
           05  FF-RECORD-TYPE              PIC X      VALUE "F".
           05  FF-CUSTOMER-ID              PIC 9(5).
           05  FF-LINKED-ID                PIC 9(5).
           05  FF-WINDOW-START             PIC X(8).
           05  FF-WINDOW-END               PIC X(8).
           05  FF-COUNT                    PIC 9(5).
           05  FF-TOTAL                    PIC 9(9)V99.
           05  FF-CUSTOMER-NAME            PIC X(30).
           05  FILLER                      PIC X(7)   VALUE SPACES.

       01  WS-FILING-TRANSACTION.
           05  FT-RECORD-TYPE              PIC X      VALUE "T".
           05  FT-POST-DATE                PIC X(8).
           05  FT-CUSTOMER-ID              PIC 9(5).
           05  FT-DC-CODE                  PIC X.
           05  FT-ACCOUNT-TYPE             PIC X.
           05  FT-AMOUNT                   PIC 9(7)V99.
           05  FT-REFERENCE                PIC X(20).
           05  FILLER                      PIC X(35)  VALUE SPACES.

       01  WS-FILING-TRAILER.
           05  FZ-RECORD-TYPE              PIC X      VALUE "Z".
           05  FZ-SUBJECT-COUNT            PIC 9(7).
           05  FZ-FLAG-COUNT               PIC 9(7).
           05  FZ-TRANSACTION-COUNT        PIC 9(7).
           05  FZ-RECORD-COUNT             PIC 9(7).
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(40)
               VALUE "LARGE-CASH AND STRUCTURING REVIEW - DAY ".
           05  WS-HDR-DATE                 PIC X(8).

       01  WS-PERIOD-LINE.
           05  FILLER                      PIC X(7)   VALUE "PERIOD ".
           05  WS-PRD-START                PIC X(8).
           05  FILLER                      PIC X(4)   VALUE " TO ".
           05  WS-PRD-END                  PIC X(8).
           05  FILLER                      PIC X(13)
               VALUE "  THRESHOLD ".
           05  WS-PRD-THRESHOLD            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(8)   VALUE "  FLOOR ".
           05  WS-PRD-FLOOR                PIC Z,ZZZ,ZZ9.99.

       01  WS-SUBJECT-LINE.
           05  WS-SBJ-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-SBJ-NAME                 PIC X(22).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SBJ-DATE                 PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SBJ-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SBJ-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FLAG-LINE.
           05  WS-FLG-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-FLG-NAME                 PIC X(22).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-FLG-LINK-CAPTION         PIC X(5).
           05  WS-FLG-LINKED-ID            PIC 9(5)   BLANK WHEN ZERO.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-FLG-START                PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-FLG-END                  PIC X(8).
           05  WS-FLG-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-FLG-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(7)   VALUE SPACES.
           05  WS-ITM-DATE                 PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-ITM-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-ITM-DC-CODE              PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-ITM-ACCOUNT-TYPE         PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-ITM-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-ITM-REFERENCE            PIC X(20).

       01  WS-REVERSED-LINE.
           05  FILLER                      PIC X(7)   VALUE SPACES.
           05  WS-RVL-ORIGINAL-DATE        PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RVL-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RVL-DC-CODE              PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RVL-ACCOUNT-TYPE         PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RVL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RVL-REFERENCE            PIC X(20).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RVL-REVERSED-DATE        PIC X(8).
           05  WS-RVL-NOT-FOUND-MARK       PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-GET-THRESHOLDS.
           PERFORM 2000-GET-REPORT-PERIOD.

           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35" THEN
               DISPLAY "No transaction history on file - nothing "
                   "to report."
               GOBACK
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open TRANSACTION-HISTORY-FILE "
                   "(status " WS-HISTORY-FILE-STATUS ")"
               GOBACK
           END-IF.
           OPEN OUTPUT FILING-FILE.
           IF WS-FILING-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open FILING-FILE (status "
                   WS-FILING-FILE-STATUS ")"
               CLOSE TRANSACTION-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM 2500-LOAD-REVERSALS.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00" THEN
               SET WS-NAMES-OPEN TO TRUE
           END-IF.

           INITIALIZE WS-DAY-TOTALS-AREA.
           PERFORM UNTIL WS-HISTORY-EOF
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-TAKE-ONE-LINE
               END-READ
           END-PERFORM.
           PERFORM 3300-CLOSE-DAY.
           CLOSE TRANSACTION-HISTORY-FILE.

           PERFORM 4000-FIND-STRUCTURING.

           IF WS-REPORTABLE-COUNT > 0 THEN
               MOVE "N" TO WS-HISTORY-EOF-SWITCH
               OPEN INPUT TRANSACTION-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-EOF
                   READ TRANSACTION-HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM 5000-KEEP-CONTRIBUTING-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

           PERFORM 6000-WRITE-HEADINGS.
           PERFORM 6100-WRITE-LARGE-CASH-SECTION.
           PERFORM 7000-WRITE-STRUCTURING-SECTION.
           PERFORM 7500-WRITE-REVERSED-SECTION.
           PERFORM 8000-WRITE-TRAILERS.

           CLOSE FILING-FILE.
           CLOSE REPORT-FILE.
           IF WS-NAMES-OPEN THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-TABLE-OVERFLOW THEN
               PERFORM 8200-WITHDRAW-FILING
           END-IF.

           MOVE WS-LINES-IN-PERIOD TO WS-COUNT-DISPLAY.
           DISPLAY "History lines in period: " WS-COUNT-DISPLAY.
           MOVE WS-REPORTABLE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reportable customer-days:" WS-COUNT-DISPLAY.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Structuring flags:       " WS-COUNT-DISPLAY.
           MOVE WS-REVERSED-LISTED TO WS-COUNT-DISPLAY.
           DISPLAY "Reversed items left out: " WS-COUNT-DISPLAY.
           MOVE WS-LINES-SKIPPED TO WS-COUNT-DISPLAY.
           DISPLAY "Damaged lines skipped:   " WS-COUNT-DISPLAY.
           IF WS-TABLE-OVERFLOW THEN
               DISPLAY "WARNING - report tables full; period too "
                   "long for one run. Rerun in shorter periods."
               DISPLAY "No filing extract produced - CASHFILE.DAT "
                   "left empty. Incomplete review report in "
                   "CUSTCASH.RPT."
           ELSE
               DISPLAY "Filing extract in CASHFILE.DAT, review "
                   "report in CUSTCASH.RPT."
           END-IF.
           GOBACK.

      ******************************************************************
      * The business date of the run. The night run's date roll in
      * CUSTEOD keeps BUSINESS-DATE-FILE current; a missing or empty
      * file falls back to the wall clock.
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
      * Load the thresholds, keying them in and saving them if the
      * file is missing, and offering the operator the chance to
      * change them before the run.
      ******************************************************************
       1000-GET-THRESHOLDS.
           OPEN INPUT CASH-PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "35" THEN
               DISPLAY "No large-cash thresholds found"
               PERFORM 1100-ACCEPT-THRESHOLDS
               PERFORM 1200-SAVE-THRESHOLDS
           ELSE
               IF WS-PARM-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open CASH-PARAMETER-FILE "
                       "(status " WS-PARM-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               READ CASH-PARAMETER-FILE
                   AT END
                       MOVE 0 TO WS-THRESHOLD
                   NOT AT END
                       MOVE CP-THRESHOLD TO WS-THRESHOLD
                       MOVE CP-NEAR-PERCENT TO WS-NEAR-PERCENT
                       MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       MOVE CP-MIN-COUNT TO WS-MIN-COUNT
               END-READ
               CLOSE CASH-PARAMETER-FILE
               MOVE WS-THRESHOLD TO WS-THRESHOLD-DISPLAY
               MOVE WS-NEAR-PERCENT TO WS-PERCENT-DISPLAY
               DISPLAY "Reportable threshold: " WS-THRESHOLD-DISPLAY
                   "  Near-threshold floor (pct): "
                   WS-PERCENT-DISPLAY
               MOVE WS-WINDOW-DAYS TO WS-DAYS-DISPLAY
               DISPLAY "Structuring window (days): " WS-DAYS-DISPLAY
                   "  Minimum movements: " WS-MIN-COUNT
               DISPLAY "Change thresholds before this run (Y/N)? "
               ACCEPT WS-CHANGE-INPUT
               IF WS-CHANGE-INPUT = "Y" OR WS-CHANGE-INPUT = "y"
                   OR WS-THRESHOLD = 0 THEN
                   PERFORM 1100-ACCEPT-THRESHOLDS
                   PERFORM 1200-SAVE-THRESHOLDS
               END-IF
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * WS-NEAR-PERCENT / 100.

       1100-ACCEPT-THRESHOLDS.
           DISPLAY "Enter reportable threshold (e.g. 10000.00): ".
           ACCEPT WS-NUMBER-INPUT.
           COMPUTE WS-NUMBER-CHECK =
               FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT).
           IF WS-NUMBER-CHECK NOT = 0 THEN
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-NUMBER-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 9999999.99 THEN
               DISPLAY "Threshold must be 0.01 to 9999999.99."
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-THRESHOLD.
           DISPLAY "Enter near-threshold floor as pct of threshold "
               "(e.g. 90): ".
           ACCEPT WS-NUMBER-INPUT.
           COMPUTE WS-NUMBER-CHECK =
               FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT).
           IF WS-NUMBER-CHECK NOT = 0 THEN
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-NUMBER-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 100 THEN
               DISPLAY "Floor must be above 0 and at most 100 pct."
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-NEAR-PERCENT.
           DISPLAY "Enter structuring window in days (1-366): ".
           ACCEPT WS-NUMBER-INPUT.
           COMPUTE WS-NUMBER-CHECK =
               FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT).
           IF WS-NUMBER-CHECK NOT = 0 THEN
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 1
               OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 366 THEN
               DISPLAY "Window must be 1 to 366 days."
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-WINDOW-DAYS.
           DISPLAY "Enter minimum near-threshold movements in the "
               "window (2-999): ".
           ACCEPT WS-NUMBER-INPUT.
           COMPUTE WS-NUMBER-CHECK =
               FUNCTION TEST-NUMVAL(WS-NUMBER-INPUT).
           IF WS-NUMBER-CHECK NOT = 0 THEN
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-NUMBER-INPUT) < 2
               OR FUNCTION NUMVAL(WS-NUMBER-INPUT) > 999 THEN
               DISPLAY "Minimum must be 2 to 999 movements."
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-MIN-COUNT.

       1200-SAVE-THRESHOLDS.
           OPEN OUTPUT CASH-PARAMETER-FILE.
           MOVE SPACES TO CASH-PARAMETER-RECORD.
           MOVE WS-THRESHOLD TO CP-THRESHOLD.
           MOVE WS-NEAR-PERCENT TO CP-NEAR-PERCENT.
           MOVE WS-WINDOW-DAYS TO CP-WINDOW-DAYS.
           MOVE WS-MIN-COUNT TO CP-MIN-COUNT.
           WRITE CASH-PARAMETER-RECORD.
           CLOSE CASH-PARAMETER-FILE.

      ******************************************************************
      * The report period. A blank start reports the business date
      * alone - the normal daily filing. The structuring lookback
      * starts a window's length before the period.
      ******************************************************************
       2000-GET-REPORT-PERIOD.
           DISPLAY "Enter period start YYYYMMDD (blank for business "
               "date " WS-BUSINESS-DATE "): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES THEN
               MOVE WS-BUSINESS-DATE TO WS-PERIOD-START
               MOVE WS-BUSINESS-DATE TO WS-PERIOD-END
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC THEN
                   DISPLAY "Invalid input. Please enter numeric value."
                   GOBACK
               END-IF
               MOVE WS-DATE-INPUT TO WS-PERIOD-START
               DISPLAY "Enter period end YYYYMMDD: "
               ACCEPT WS-DATE-INPUT
               IF WS-DATE-INPUT IS NOT NUMERIC THEN
                   DISPLAY "Invalid input. Please enter numeric value."
                   GOBACK
               END-IF
               MOVE WS-DATE-INPUT TO WS-PERIOD-END
           END-IF.

           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PERIOD-START)).
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PERIOD-END)).
           IF WS-START-INTEGER = 0 OR WS-END-INTEGER = 0
               OR WS-START-INTEGER > WS-END-INTEGER THEN
               DISPLAY "Not a valid report period."
               GOBACK
           END-IF.
           COMPUTE WS-DAY-INTEGER =
               WS-START-INTEGER - WS-WINDOW-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-LOOKBACK-START.
           DISPLAY "Reporting " WS-PERIOD-START " through "
               WS-PERIOD-END ".".

      ******************************************************************
      * First pass over the history: every reversal posted from the
      * start of the lookback on, whatever its date after that, so a
      * posting in the period is known to be reversed even when the
      * reversal falls after the period's end. The history is then
      * opened again for the main pass.
      ******************************************************************
       2500-LOAD-REVERSALS.
           PERFORM UNTIL WS-HISTORY-EOF
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM 2510-NOTE-REVERSAL
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-HISTORY-FILE.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           OPEN INPUT TRANSACTION-HISTORY-FILE.

       2510-NOTE-REVERSAL.
           IF HT-ENTRY-REVERSAL
               AND HT-CUSTOMER-ID IS NUMERIC
               AND HT-AMOUNT IS NUMERIC
               AND HT-POST-DATE IS NUMERIC
               AND HT-POST-DATE NOT < WS-LOOKBACK-START THEN
               IF WS-REVERSAL-COUNT NOT < 1000 THEN
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE WS-REVERSAL-COUNT TO WS-RV-INDEX
                   MOVE HT-POST-DATE TO RV-POST-DATE (WS-RV-INDEX)
                   MOVE HT-ORIGINAL-POST-DATE
                       TO RV-ORIGINAL-DATE (WS-RV-INDEX)
                   MOVE HT-CUSTOMER-ID TO RV-CUSTOMER-ID (WS-RV-INDEX)
                   MOVE HT-ACCOUNT-TYPE TO RV-ACCOUNT-TYPE (WS-RV-INDEX)
                   IF HT-ACCOUNT-TYPE = SPACE THEN
                       MOVE "C" TO RV-ACCOUNT-TYPE (WS-RV-INDEX)
                   END-IF
                   MOVE HT-DC-CODE TO RV-DC-CODE (WS-RV-INDEX)
                   MOVE HT-AMOUNT TO RV-AMOUNT (WS-RV-INDEX)
                   MOVE HT-REFERENCE TO RV-REFERENCE (WS-RV-INDEX)
                   MOVE 0 TO RV-ORIGINAL-LINE (WS-RV-INDEX)
               END-IF
           END-IF.

      ******************************************************************
      * One history line. Reversals, and the originals they take
      * back, are left out. Other lines in the period go into the
      * day totals; lines from the lookback on that are near the
      * threshold go into the structuring table, and a credit that
      * completes a transfer links it to the debit just before it.
      ******************************************************************
       3000-TAKE-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF HT-CUSTOMER-ID IS NOT NUMERIC
               OR HT-AMOUNT IS NOT NUMERIC
               OR HT-POST-DATE IS NOT NUMERIC
               OR HT-CUSTOMER-ID = 0 THEN
               ADD 1 TO WS-LINES-SKIPPED
           ELSE
               MOVE 0 TO WS-NR-INDEX
               PERFORM 3050-PAIR-REVERSED-ORIGINAL
               IF NOT WS-LINE-EXCLUDED THEN
                   IF HT-POST-DATE NOT < WS-PERIOD-START
                       AND HT-POST-DATE NOT > WS-PERIOD-END THEN
                       PERFORM 3100-ADD-TO-DAY-TOTALS
                   END-IF
                   IF HT-POST-DATE NOT < WS-LOOKBACK-START
                       AND HT-POST-DATE NOT > WS-PERIOD-END
                       AND HT-AMOUNT NOT < WS-NEAR-FLOOR
                       AND HT-AMOUNT NOT > WS-THRESHOLD THEN
                       PERFORM 3200-ADD-NEAR-MOVEMENT
                   END-IF
               END-IF
               MOVE HT-POST-DATE TO WS-PREV-POST-DATE
               MOVE HT-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
               MOVE HT-DC-CODE TO WS-PREV-DC-CODE
               MOVE HT-ACCOUNT-TYPE TO WS-PREV-ACCOUNT-TYPE
               MOVE HT-AMOUNT TO WS-PREV-AMOUNT
               MOVE HT-REFERENCE TO WS-PREV-REFERENCE
               MOVE HT-ENTRY-TYPE TO WS-PREV-ENTRY-TYPE
               MOVE WS-NR-INDEX TO WS-PREV-NEAR-INDEX
           END-IF.

      ******************************************************************
      * A reversal line is left out. So is the line it reverses: the
      * first reversal not yet paired that names this line's
      * customer, account type, reference and post date. A history
      * line written before account types existed is checking.
      ******************************************************************
       3050-PAIR-REVERSED-ORIGINAL.
           MOVE "N" TO WS-EXCLUDED-SWITCH.
           IF HT-ENTRY-REVERSAL THEN
               SET WS-LINE-EXCLUDED TO TRUE
           ELSE
               MOVE HT-ACCOUNT-TYPE TO WS-LINE-ACCOUNT-TYPE
               IF WS-LINE-ACCOUNT-TYPE = SPACE THEN
                   MOVE "C" TO WS-LINE-ACCOUNT-TYPE
               END-IF
               MOVE 1 TO WS-RV-INDEX
               PERFORM UNTIL WS-RV-INDEX > WS-REVERSAL-COUNT
                   OR WS-LINE-EXCLUDED
                   IF RV-ORIGINAL-LINE (WS-RV-INDEX) = 0
                       AND RV-ORIGINAL-DATE (WS-RV-INDEX)
                           = HT-POST-DATE
                       AND RV-CUSTOMER-ID (WS-RV-INDEX)
                           = HT-CUSTOMER-ID
                       AND RV-ACCOUNT-TYPE (WS-RV-INDEX)
                           = WS-LINE-ACCOUNT-TYPE
                       AND RV-REFERENCE (WS-RV-INDEX)
                           = HT-REFERENCE THEN
                       MOVE WS-LINES-READ
                           TO RV-ORIGINAL-LINE (WS-RV-INDEX)
                       SET WS-LINE-EXCLUDED TO TRUE
                   ELSE
                       ADD 1 TO WS-RV-INDEX
                   END-IF
               END-PERFORM
           END-IF.

       3100-ADD-TO-DAY-TOTALS.
           ADD 1 TO WS-LINES-IN-PERIOD.
           IF HT-POST-DATE NOT = WS-DAY-DATE THEN
               PERFORM 3300-CLOSE-DAY
               MOVE HT-POST-DATE TO WS-DAY-DATE
           END-IF.
           MOVE HT-CUSTOMER-ID TO WS-CUSTOMER-ID.
           IF WS-DAY-LINES (WS-CUSTOMER-ID) = 0 THEN
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE WS-CUSTOMER-ID TO WS-TOUCHED-ID (WS-TOUCHED-COUNT)
           END-IF.
           ADD 1 TO WS-DAY-LINES (WS-CUSTOMER-ID).
           IF HT-DC-CODE = "C" THEN
               ADD HT-AMOUNT TO WS-DAY-CREDITS (WS-CUSTOMER-ID)
           ELSE
               ADD HT-AMOUNT TO WS-DAY-DEBITS (WS-CUSTOMER-ID)
           END-IF.

       3200-ADD-NEAR-MOVEMENT.
           IF WS-NEAR-COUNT NOT < 5000 THEN
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-NEAR-COUNT
               MOVE WS-NEAR-COUNT TO WS-NR-INDEX
               COMPUTE NR-DAY-NUMBER (WS-NR-INDEX) =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(HT-POST-DATE))
               MOVE HT-POST-DATE TO NR-POST-DATE (WS-NR-INDEX)
               MOVE HT-CUSTOMER-ID TO NR-CUSTOMER-ID (WS-NR-INDEX)
               MOVE 0 TO NR-LINKED-ID (WS-NR-INDEX)
               MOVE HT-DC-CODE TO NR-DC-CODE (WS-NR-INDEX)
               MOVE HT-ACCOUNT-TYPE TO NR-ACCOUNT-TYPE (WS-NR-INDEX)
               MOVE HT-AMOUNT TO NR-AMOUNT (WS-NR-INDEX)
               MOVE HT-REFERENCE TO NR-REFERENCE (WS-NR-INDEX)
               IF HT-ENTRY-TRANSFER AND WS-PREV-ENTRY-TYPE = "T"
                   AND HT-DC-CODE = "C" AND WS-PREV-DC-CODE = "D"
                   AND WS-PREV-NEAR-INDEX > 0
                   AND HT-POST-DATE = WS-PREV-POST-DATE
                   AND HT-AMOUNT = WS-PREV-AMOUNT
                   AND HT-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID THEN
                   MOVE WS-PREV-CUSTOMER-ID
                       TO NR-LINKED-ID (WS-NR-INDEX)
                   MOVE HT-CUSTOMER-ID
                       TO NR-LINKED-ID (WS-PREV-NEAR-INDEX)
               END-IF
           END-IF.

      ******************************************************************
      * Close one business date: every customer touched that day
      * whose credits or debits went over the threshold becomes a
      * reportable customer-day, and the day's slots are cleared.
      ******************************************************************
       3300-CLOSE-DAY.
           MOVE 1 TO WS-TOUCHED-INDEX.
           PERFORM UNTIL WS-TOUCHED-INDEX > WS-TOUCHED-COUNT
               MOVE WS-TOUCHED-ID (WS-TOUCHED-INDEX) TO WS-CUSTOMER-ID
               IF WS-DAY-CREDITS (WS-CUSTOMER-ID) > WS-THRESHOLD
                   OR WS-DAY-DEBITS (WS-CUSTOMER-ID) > WS-THRESHOLD
                   THEN
                   PERFORM 3400-ADD-REPORTABLE
               END-IF
               MOVE 0 TO WS-DAY-CREDITS (WS-CUSTOMER-ID)
               MOVE 0 TO WS-DAY-DEBITS (WS-CUSTOMER-ID)
               MOVE 0 TO WS-DAY-LINES (WS-CUSTOMER-ID)
               ADD 1 TO WS-TOUCHED-INDEX
           END-PERFORM.
           MOVE 0 TO WS-TOUCHED-COUNT.

       3400-ADD-REPORTABLE.
           IF WS-REPORTABLE-COUNT NOT < 2000 THEN
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-REPORTABLE-COUNT
               MOVE WS-DAY-DATE TO RP-POST-DATE (WS-REPORTABLE-COUNT)
               MOVE WS-CUSTOMER-ID
                   TO RP-CUSTOMER-ID (WS-REPORTABLE-COUNT)
               MOVE WS-DAY-CREDITS (WS-CUSTOMER-ID)
                   TO RP-CREDITS (WS-REPORTABLE-COUNT)
               MOVE WS-DAY-DEBITS (WS-CUSTOMER-ID)
                   TO RP-DEBITS (WS-REPORTABLE-COUNT)
               MOVE WS-DAY-LINES (WS-CUSTOMER-ID)
                   TO RP-LINES (WS-REPORTABLE-COUNT)
           END-IF.

      ******************************************************************
      * Structuring. Each near-threshold movement dated inside the
      * period ends a window of the configured days; the window is
      * counted back through the table. A customer reaching the
      * minimum alone is flagged once, on the first window that
      * does it. A transfer whose two customers only reach the
      * minimum together flags the pair.
      ******************************************************************
       4000-FIND-STRUCTURING.
           MOVE 1 TO WS-NR-INDEX.
           PERFORM UNTIL WS-NR-INDEX > WS-NEAR-COUNT
               IF NR-POST-DATE (WS-NR-INDEX) NOT < WS-PERIOD-START
                   THEN
                   MOVE NR-CUSTOMER-ID (WS-NR-INDEX) TO WS-CUSTOMER-ID
                   MOVE 0 TO WS-SECOND-ID
                   PERFORM 4100-COUNT-WINDOW
                   IF WS-FIRST-COUNT NOT < WS-MIN-COUNT THEN
                       PERFORM 4200-FIND-FLAG
                       IF NOT WS-FOUND THEN
                           PERFORM 4300-ADD-FLAG
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-NR-INDEX
           END-PERFORM.

           MOVE 1 TO WS-NR-INDEX.
           PERFORM UNTIL WS-NR-INDEX > WS-NEAR-COUNT
               IF NR-POST-DATE (WS-NR-INDEX) NOT < WS-PERIOD-START
                   AND NR-DC-CODE (WS-NR-INDEX) = "C"
                   AND NR-LINKED-ID (WS-NR-INDEX) > 0 THEN
                   MOVE NR-LINKED-ID (WS-NR-INDEX) TO WS-CUSTOMER-ID
                   MOVE NR-CUSTOMER-ID (WS-NR-INDEX) TO WS-SECOND-ID
                   PERFORM 4100-COUNT-WINDOW
                   IF WS-WINDOW-COUNT NOT < WS-MIN-COUNT
                       AND WS-FIRST-COUNT < WS-MIN-COUNT
                       AND WS-SECOND-COUNT < WS-MIN-COUNT THEN
                       PERFORM 4200-FIND-FLAG
                       IF NOT WS-FOUND THEN
                           PERFORM 4300-ADD-FLAG
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-NR-INDEX
           END-PERFORM.

      ******************************************************************
      * Count the window ending at table entry WS-NR-INDEX for
      * WS-CUSTOMER-ID and, when set, WS-SECOND-ID - together and
      * each on their own. Entries later the same day belong to the
      * window too.
      ******************************************************************
       4100-COUNT-WINDOW.
           COMPUTE WS-WINDOW-FIRST-DAY =
               NR-DAY-NUMBER (WS-NR-INDEX) - WS-WINDOW-DAYS + 1.
           MOVE 0 TO WS-WINDOW-COUNT.
           MOVE 0 TO WS-WINDOW-TOTAL.
           MOVE 0 TO WS-FIRST-COUNT.
           MOVE 0 TO WS-SECOND-COUNT.
           MOVE WS-NR-INDEX TO WS-SCAN-INDEX.
           PERFORM UNTIL WS-SCAN-INDEX > WS-NEAR-COUNT
               OR NR-DAY-NUMBER (WS-SCAN-INDEX)
                   NOT = NR-DAY-NUMBER (WS-NR-INDEX)
               ADD 1 TO WS-SCAN-INDEX
           END-PERFORM.
           SUBTRACT 1 FROM WS-SCAN-INDEX.
           PERFORM UNTIL WS-SCAN-INDEX = 0
               OR NR-DAY-NUMBER (WS-SCAN-INDEX) < WS-WINDOW-FIRST-DAY
               IF NR-CUSTOMER-ID (WS-SCAN-INDEX) = WS-CUSTOMER-ID
                   THEN
                   ADD 1 TO WS-FIRST-COUNT
               END-IF
               IF WS-SECOND-ID > 0
                   AND NR-CUSTOMER-ID (WS-SCAN-INDEX) = WS-SECOND-ID
                   THEN
                   ADD 1 TO WS-SECOND-COUNT
               END-IF
               IF NR-CUSTOMER-ID (WS-SCAN-INDEX) = WS-CUSTOMER-ID
                   OR (WS-SECOND-ID > 0
                   AND NR-CUSTOMER-ID (WS-SCAN-INDEX) = WS-SECOND-ID)
                   THEN
                   ADD 1 TO WS-WINDOW-COUNT
                   ADD NR-AMOUNT (WS-SCAN-INDEX) TO WS-WINDOW-TOTAL
               END-IF
               SUBTRACT 1 FROM WS-SCAN-INDEX
           END-PERFORM.

      ******************************************************************
      * A customer is flagged once on their own; a pair once in
      * either order.
      ******************************************************************
       4200-FIND-FLAG.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-FL-INDEX.
           PERFORM UNTIL WS-FL-INDEX > WS-FLAG-COUNT OR WS-FOUND
               IF (FL-CUSTOMER-ID (WS-FL-INDEX) = WS-CUSTOMER-ID
                   AND FL-LINKED-ID (WS-FL-INDEX) = WS-SECOND-ID)
                   OR (FL-CUSTOMER-ID (WS-FL-INDEX) = WS-SECOND-ID
                   AND FL-LINKED-ID (WS-FL-INDEX) = WS-CUSTOMER-ID)
                   THEN
                   SET WS-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-FL-INDEX
           END-PERFORM.

       4300-ADD-FLAG.
           IF WS-FLAG-COUNT NOT < 500 THEN
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-CUSTOMER-ID TO FL-CUSTOMER-ID (WS-FLAG-COUNT)
               MOVE WS-SECOND-ID TO FL-LINKED-ID (WS-FLAG-COUNT)
               MOVE WS-WINDOW-FIRST-DAY TO FL-FIRST-DAY (WS-FLAG-COUNT)
               MOVE NR-DAY-NUMBER (WS-NR-INDEX)
                   TO FL-LAST-DAY (WS-FLAG-COUNT)
               MOVE WS-WINDOW-COUNT TO FL-COUNT (WS-FLAG-COUNT)
               MOVE WS-WINDOW-TOTAL TO FL-TOTAL (WS-FLAG-COUNT)
               IF WS-SECOND-ID = 0 THEN
                   MOVE WS-FIRST-COUNT TO FL-COUNT (WS-FLAG-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * Second pass: keep every line in the period that belongs to a
      * reportable customer-day, leaving out the reversals and the
      * originals the first pass paired them with.
      ******************************************************************
       5000-KEEP-CONTRIBUTING-LINE.
           ADD 1 TO WS-RESCAN-LINE.
           MOVE "N" TO WS-EXCLUDED-SWITCH.
           IF HT-ENTRY-REVERSAL THEN
               SET WS-LINE-EXCLUDED TO TRUE
           ELSE
               MOVE 1 TO WS-RV-INDEX
               PERFORM UNTIL WS-RV-INDEX > WS-REVERSAL-COUNT
                   OR WS-LINE-EXCLUDED
                   IF RV-ORIGINAL-LINE (WS-RV-INDEX) = WS-RESCAN-LINE
                       THEN
                       SET WS-LINE-EXCLUDED TO TRUE
                   END-IF
                   ADD 1 TO WS-RV-INDEX
               END-PERFORM
           END-IF.
           IF NOT WS-LINE-EXCLUDED
               AND HT-CUSTOMER-ID IS NUMERIC
               AND HT-AMOUNT IS NUMERIC
               AND HT-POST-DATE NOT < WS-PERIOD-START
               AND HT-POST-DATE NOT > WS-PERIOD-END THEN
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE 1 TO WS-RP-INDEX
               PERFORM UNTIL WS-RP-INDEX > WS-REPORTABLE-COUNT
                   OR WS-FOUND
                   IF RP-POST-DATE (WS-RP-INDEX) = HT-POST-DATE
                       AND RP-CUSTOMER-ID (WS-RP-INDEX)
                           = HT-CUSTOMER-ID THEN
                       SET WS-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-RP-INDEX
                   END-IF
               END-PERFORM
               IF WS-FOUND THEN
                   IF WS-CONTRIBUTING-COUNT NOT < 5000 THEN
                       SET WS-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTRIBUTING-COUNT
                       MOVE WS-RP-INDEX
                           TO RL-OWNER (WS-CONTRIBUTING-COUNT)
                       MOVE HT-DC-CODE
                           TO RL-DC-CODE (WS-CONTRIBUTING-COUNT)
                       MOVE HT-ACCOUNT-TYPE
                           TO RL-ACCOUNT-TYPE (WS-CONTRIBUTING-COUNT)
                       MOVE HT-AMOUNT
                           TO RL-AMOUNT (WS-CONTRIBUTING-COUNT)
                       MOVE HT-REFERENCE
                           TO RL-REFERENCE (WS-CONTRIBUTING-COUNT)
                   END-IF
               END-IF
           END-IF.

       6000-WRITE-HEADINGS.
           MOVE WS-PERIOD-START TO FH-PERIOD-START.
           MOVE WS-PERIOD-END TO FH-PERIOD-END.
           MOVE WS-BUSINESS-DATE TO FH-CREATED-DATE.
           MOVE WS-THRESHOLD TO FH-THRESHOLD.
           MOVE WS-NEAR-FLOOR TO FH-NEAR-FLOOR.
           MOVE WS-WINDOW-DAYS TO FH-WINDOW-DAYS.
           MOVE WS-MIN-COUNT TO FH-MIN-COUNT.
           MOVE WS-FILING-HEADER TO FILING-RECORD.
           PERFORM 8100-WRITE-FILING-RECORD.

           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE.
           WRITE REPORT-RECORD FROM WS-HEADER-LINE.
           MOVE WS-PERIOD-START TO WS-PRD-START.
           MOVE WS-PERIOD-END TO WS-PRD-END.
           MOVE WS-THRESHOLD TO WS-PRD-THRESHOLD.
           MOVE WS-NEAR-FLOOR TO WS-PRD-FLOOR.
           WRITE REPORT-RECORD FROM WS-PERIOD-LINE.

      ******************************************************************
      * Section 1: each reportable customer-day with its lines.
      ******************************************************************
       6100-WRITE-LARGE-CASH-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SECTION 1 - DAILY TOTALS OVER THE REPORTABLE THRESHOLD"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ID     NAME                   DATE"
               TO REPORT-RECORD.
           MOVE "CREDITS         DEBITS" TO REPORT-RECORD(47:22).
           WRITE REPORT-RECORD.
           IF WS-REPORTABLE-COUNT = 0 THEN
               MOVE "  No customer-day over the threshold."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE 1 TO WS-RP-INDEX.
           PERFORM UNTIL WS-RP-INDEX > WS-REPORTABLE-COUNT
               PERFORM 6200-WRITE-ONE-REPORTABLE
               ADD 1 TO WS-RP-INDEX
           END-PERFORM.

       6200-WRITE-ONE-REPORTABLE.
           MOVE RP-CUSTOMER-ID (WS-RP-INDEX) TO WS-CUSTOMER-ID.
           PERFORM 7900-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-SUBJECT-LINE.
           MOVE WS-CUSTOMER-ID TO WS-SBJ-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-SBJ-NAME.
           MOVE RP-POST-DATE (WS-RP-INDEX) TO WS-SBJ-DATE.
           MOVE RP-CREDITS (WS-RP-INDEX) TO WS-SBJ-CREDITS.
           MOVE RP-DEBITS (WS-RP-INDEX) TO WS-SBJ-DEBITS.
           WRITE REPORT-RECORD FROM WS-SUBJECT-LINE.

           MOVE RP-POST-DATE (WS-RP-INDEX) TO FS-POST-DATE.
           MOVE WS-CUSTOMER-ID TO FS-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO FS-CUSTOMER-NAME.
           MOVE RP-CREDITS (WS-RP-INDEX) TO FS-CREDITS.
           MOVE RP-DEBITS (WS-RP-INDEX) TO FS-DEBITS.
           MOVE RP-LINES (WS-RP-INDEX) TO FS-LINES.
           MOVE WS-FILING-SUBJECT TO FILING-RECORD.
           PERFORM 8100-WRITE-FILING-RECORD.
           ADD 1 TO WS-SUBJECT-COUNT.

           MOVE 1 TO WS-RL-INDEX.
           PERFORM UNTIL WS-RL-INDEX > WS-CONTRIBUTING-COUNT
               IF RL-OWNER (WS-RL-INDEX) = WS-RP-INDEX THEN
                   MOVE RP-POST-DATE (WS-RP-INDEX) TO WS-ITM-DATE
                   MOVE WS-CUSTOMER-ID TO WS-ITM-CUSTOMER-ID
                   MOVE RL-DC-CODE (WS-RL-INDEX) TO WS-ITM-DC-CODE
                   MOVE RL-ACCOUNT-TYPE (WS-RL-INDEX)
                       TO WS-ITM-ACCOUNT-TYPE
                   MOVE RL-AMOUNT (WS-RL-INDEX) TO WS-ITEM-AMOUNT
                   MOVE RL-REFERENCE (WS-RL-INDEX) TO WS-ITM-REFERENCE
                   PERFORM 7800-WRITE-ITEM
               END-IF
               ADD 1 TO WS-RL-INDEX
           END-PERFORM.

      ******************************************************************
      * Section 2: each structuring flag with the near-threshold
      * movements inside its window.
      ******************************************************************
       7000-WRITE-STRUCTURING-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SECTION 2 - POSSIBLE STRUCTURING (MOVEMENTS FROM FLOOR"
               TO REPORT-RECORD.
           MOVE "TO THRESHOLD)" TO REPORT-RECORD(56:13).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-MIN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-WINDOW-DAYS TO WS-DAYS-DISPLAY.
           STRING "  " WS-COUNT-DISPLAY DELIMITED BY SIZE
               " OR MORE WITHIN " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS, ALONE OR ACROSS A TRANSFER" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "ID     NAME                   LINKED WINDOW"
               TO REPORT-RECORD.
           MOVE "COUNT          TOTAL" TO REPORT-RECORD(59:21).
           WRITE REPORT-RECORD.
           IF WS-FLAG-COUNT = 0 THEN
               MOVE "  No structuring pattern found."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE 1 TO WS-FL-INDEX.
           PERFORM UNTIL WS-FL-INDEX > WS-FLAG-COUNT
               PERFORM 7100-WRITE-ONE-FLAG
               ADD 1 TO WS-FL-INDEX
           END-PERFORM.

       7100-WRITE-ONE-FLAG.
           MOVE FL-CUSTOMER-ID (WS-FL-INDEX) TO WS-CUSTOMER-ID.
           MOVE FL-LINKED-ID (WS-FL-INDEX) TO WS-SECOND-ID.
           PERFORM 7900-GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-FLAG-LINE.
           MOVE WS-CUSTOMER-ID TO WS-FLG-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-FLG-NAME.
           IF WS-SECOND-ID > 0 THEN
               MOVE "WITH " TO WS-FLG-LINK-CAPTION
           END-IF.
           MOVE WS-SECOND-ID TO WS-FLG-LINKED-ID.
           MOVE FUNCTION DATE-OF-INTEGER(FL-FIRST-DAY (WS-FL-INDEX))
               TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-FLG-START.
           MOVE WS-DATE-WORK TO FF-WINDOW-START.
           MOVE FUNCTION DATE-OF-INTEGER(FL-LAST-DAY (WS-FL-INDEX))
               TO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-FLG-END.
           MOVE WS-DATE-WORK TO FF-WINDOW-END.
           MOVE FL-COUNT (WS-FL-INDEX) TO WS-FLG-COUNT.
           MOVE FL-TOTAL (WS-FL-INDEX) TO WS-FLG-TOTAL.
           WRITE REPORT-RECORD FROM WS-FLAG-LINE.

           MOVE WS-CUSTOMER-ID TO FF-CUSTOMER-ID.
           MOVE WS-SECOND-ID TO FF-LINKED-ID.
           MOVE FL-COUNT (WS-FL-INDEX) TO FF-COUNT.
           MOVE FL-TOTAL (WS-FL-INDEX) TO FF-TOTAL.
           MOVE WS-CUSTOMER-NAME TO FF-CUSTOMER-NAME.
           MOVE WS-FILING-FLAG TO FILING-RECORD.
           PERFORM 8100-WRITE-FILING-RECORD.

           MOVE 1 TO WS-NR-INDEX.
           PERFORM UNTIL WS-NR-INDEX > WS-NEAR-COUNT
               IF NR-DAY-NUMBER (WS-NR-INDEX)
                       NOT < FL-FIRST-DAY (WS-FL-INDEX)
                   AND NR-DAY-NUMBER (WS-NR-INDEX)
                       NOT > FL-LAST-DAY (WS-FL-INDEX)
                   AND (NR-CUSTOMER-ID (WS-NR-INDEX) = WS-CUSTOMER-ID
                   OR (WS-SECOND-ID > 0
                   AND NR-CUSTOMER-ID (WS-NR-INDEX) = WS-SECOND-ID))
                   THEN
                   MOVE NR-POST-DATE (WS-NR-INDEX) TO WS-ITM-DATE
                   MOVE NR-CUSTOMER-ID (WS-NR-INDEX)
                       TO WS-ITM-CUSTOMER-ID
                   MOVE NR-DC-CODE (WS-NR-INDEX) TO WS-ITM-DC-CODE
                   MOVE NR-ACCOUNT-TYPE (WS-NR-INDEX)
                       TO WS-ITM-ACCOUNT-TYPE
                   MOVE NR-AMOUNT (WS-NR-INDEX) TO WS-ITEM-AMOUNT
                   MOVE NR-REFERENCE (WS-NR-INDEX) TO WS-ITM-REFERENCE
                   PERFORM 7800-WRITE-ITEM
               END-IF
               ADD 1 TO WS-NR-INDEX
           END-PERFORM.

      ******************************************************************
      * Section 3: the reversed items left out of both sections, with
      * the date each was reversed. The original's D/C is the
      * opposite of its reversal's. Listed for the compliance officer
      * only - nothing goes to the extract.
      ******************************************************************
       7500-WRITE-REVERSED-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SECTION 3 - REVERSED ITEMS LEFT OUT (NOT MOVEMENTS OF"
               TO REPORT-RECORD.
           MOVE "CASH)" TO REPORT-RECORD(55:5).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "POSTED   ID    DC/TYPE" TO REPORT-RECORD(8:22).
           MOVE "AMOUNT  REFERENCE" TO REPORT-RECORD(33:17).
           MOVE "REVERSED" TO REPORT-RECORD(62:8).
           WRITE REPORT-RECORD.
           MOVE 1 TO WS-RV-INDEX.
           PERFORM UNTIL WS-RV-INDEX > WS-REVERSAL-COUNT
               IF RV-POST-DATE (WS-RV-INDEX) NOT > WS-PERIOD-END
                   OR RV-ORIGINAL-LINE (WS-RV-INDEX) > 0 THEN
                   PERFORM 7600-WRITE-ONE-REVERSED
               END-IF
               ADD 1 TO WS-RV-INDEX
           END-PERFORM.
           IF WS-REVERSED-LISTED = 0 THEN
               MOVE "  No reversed items in the period or lookback."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF WS-UNPAIRED-LISTED > 0 THEN
               MOVE "  * ORIGINAL IN AN ARCHIVED YEAR - REVERSAL ALONE "
                   TO REPORT-RECORD
               MOVE "LEFT OUT" TO REPORT-RECORD(51:8)
               WRITE REPORT-RECORD
           END-IF.

       7600-WRITE-ONE-REVERSED.
           MOVE RV-ORIGINAL-DATE (WS-RV-INDEX) TO WS-RVL-ORIGINAL-DATE.
           MOVE RV-CUSTOMER-ID (WS-RV-INDEX) TO WS-RVL-CUSTOMER-ID.
           IF RV-DC-CODE (WS-RV-INDEX) = "C" THEN
               MOVE "D" TO WS-RVL-DC-CODE
           ELSE
               MOVE "C" TO WS-RVL-DC-CODE
           END-IF.
           MOVE RV-ACCOUNT-TYPE (WS-RV-INDEX) TO WS-RVL-ACCOUNT-TYPE.
           MOVE RV-AMOUNT (WS-RV-INDEX) TO WS-RVL-AMOUNT.
           MOVE RV-REFERENCE (WS-RV-INDEX) TO WS-RVL-REFERENCE.
           MOVE RV-POST-DATE (WS-RV-INDEX) TO WS-RVL-REVERSED-DATE.
           MOVE SPACE TO WS-RVL-NOT-FOUND-MARK.
           IF RV-ORIGINAL-LINE (WS-RV-INDEX) = 0 THEN
               MOVE "*" TO WS-RVL-NOT-FOUND-MARK
               ADD 1 TO WS-UNPAIRED-LISTED
           END-IF.
           WRITE REPORT-RECORD FROM WS-REVERSED-LINE.
           ADD 1 TO WS-REVERSED-LISTED.

      ******************************************************************
      * One transaction, to the report under its subject or flag and
      * to the extract as a T record.
      ******************************************************************
       7800-WRITE-ITEM.
           MOVE WS-ITEM-AMOUNT TO WS-ITM-AMOUNT.
           WRITE REPORT-RECORD FROM WS-ITEM-LINE.
           MOVE WS-ITM-DATE TO FT-POST-DATE.
           MOVE WS-ITM-CUSTOMER-ID TO FT-CUSTOMER-ID.
           MOVE WS-ITM-DC-CODE TO FT-DC-CODE.
           MOVE WS-ITM-ACCOUNT-TYPE TO FT-ACCOUNT-TYPE.
           MOVE WS-ITM-REFERENCE TO FT-REFERENCE.
           MOVE WS-ITEM-AMOUNT TO FT-AMOUNT.
           MOVE WS-FILING-TRANSACTION TO FILING-RECORD.
           PERFORM 8100-WRITE-FILING-RECORD.
           ADD 1 TO WS-TRANSACTION-COUNT.

       7900-GET-CUSTOMER-NAME.
           MOVE "NOT ON CUSTOMER FILE" TO WS-CUSTOMER-NAME.
           IF WS-NAMES-OPEN THEN
               MOVE WS-CUSTOMER-ID TO WS-REL-KEY
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CF-CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.

      ******************************************************************
      * Extract trailer and the compliance officer's sign-off. An
      * incomplete run gets no trailer; its extract is withdrawn.
      ******************************************************************
       8000-WRITE-TRAILERS.
           IF NOT WS-TABLE-OVERFLOW THEN
               MOVE WS-SUBJECT-COUNT TO FZ-SUBJECT-COUNT
               MOVE WS-FLAG-COUNT TO FZ-FLAG-COUNT
               MOVE WS-TRANSACTION-COUNT TO FZ-TRANSACTION-COUNT
               COMPUTE FZ-RECORD-COUNT = WS-FILING-COUNT + 1
               MOVE WS-FILING-TRAILER TO FILING-RECORD
               PERFORM 8100-WRITE-FILING-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TABLE-OVERFLOW THEN
               MOVE "*** REPORT INCOMPLETE - TABLES FULL; RERUN IN "
                   TO REPORT-RECORD
               MOVE "SHORTER PERIODS ***" TO REPORT-RECORD(48:19)
               WRITE REPORT-RECORD
               MOVE "*** NO FILING EXTRACT PRODUCED FROM THIS RUN ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE "REVIEWED BY ____________________   DATE __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       8100-WRITE-FILING-RECORD.
           WRITE FILING-RECORD.
           ADD 1 TO WS-FILING-COUNT.

      ******************************************************************
      * Empty the extract of an incomplete run, so nothing short of
      * the full period can be filed.
      ******************************************************************
       8200-WITHDRAW-FILING.
           OPEN OUTPUT FILING-FILE.
           CLOSE FILING-FILE.
           MOVE 8 TO RETURN-CODE.

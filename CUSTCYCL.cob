      ******************************************************************
      * PROGRAM-ID. CUSTCYCL
      *
      * Monthly statement cycle - the night run's mail-ready
      * statement production. Reads CONTACT-FILE and selects every
      * customer whose statement cycle day falls on the business
      * date; a cycle day past the end of a short month cycles on
      * that month's last day. Each selected customer's statement
      * covers the history posted since their last cycle, through
      * the business date - or all of the live history on their
      * first cycle - and is built the way CUSTSTMT builds one: a
      * section for the checking account, then any savings and loan
      * accounts on ACCOUNT-FILE, each with its opening balance,
      * transaction lines (reversals paired with the items they take
      * back) and closing balance. A period that starts in an earlier
      * year also reads that year's archived history. A closed
      * account with nothing in the period is left off, and a closed
      * customer with nothing at all gets no statement.
      *
      * Statements go to PRINT-FILE in the print vendor's fixed
      * format: a file header, then per statement a start record, the
      * address block (name, address lines, postcode), the numbered
      * print lines - a page holds fewer lines on the first page,
      * under the address window - and an end record with the
      * statement's page and line counts, and a file trailer with the
      * statement, page and record counts. A customer flagged
      * returned mail or do not mail, or with no usable address, is
      * not printed but listed on HOLD-LIST-FILE; their last cycle
      * date is left alone, so the next statement that is mailed
      * covers everything since the last one that was. The mailing
      * control report lists each statement produced with its pages
      * and carries the counts for the print room's sign-off.
      *
      * Each statement produced stamps the business date on the
      * customer's contact record as the last cycle date, keeping
      * the one before it, so a rerun of the same night reproduces
      * the same periods and the same print file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCYCL IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CONTACT-REL-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

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

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "STMTPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT HOLD-LIST-FILE ASSIGN TO "STMTHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTCYCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTREC.

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

       FD  TRANSACTION-HISTORY-FILE.
       01  TRANSACTION-HISTORY-RECORD.
           COPY HISTREC.

       FD  ARCHIVE-HISTORY-FILE.
       01  ARCHIVE-HISTORY-RECORD          PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(100).

       FD  HOLD-LIST-FILE.
       01  HOLD-LIST-RECORD                PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
               REPLACING ==CUSTOMER-ID== BY ==WS-CUSTOMER-ID==
                         ==CUSTOMER-NAME== BY ==WS-CUSTOMER-NAME==
                         ==BALANCE== BY ==WS-BALANCE==
                         ==CUSTOMER-STATUS== BY ==WS-CUSTOMER-STATUS==
                         ==STATUS-ACTIVE== BY ==WS-STATUS-ACTIVE==
                         ==STATUS-CLOSED== BY ==WS-STATUS-CLOSED==
                         ==STATUS-FROZEN== BY ==WS-STATUS-FROZEN==
                         ==STATUS-DORMANT== BY ==WS-STATUS-DORMANT==.

       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-CONTACT-REL-KEY              PIC 9(8) COMP.
       01  WS-CONTACT-FILE-STATUS          PIC XX.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-ARCHIVE-FILE-STATUS          PIC XX.
       01  WS-PRINT-FILE-STATUS            PIC XX.
       01  WS-HOLD-LIST-FILE-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-ARCH-FILE-NAME               PIC X(13)
                                           VALUE "CUSTHIST.0000".
       01  WS-ARCH-YEAR                    PIC 9(4)   VALUE 0.
       01  WS-ARCH-END-YEAR                PIC 9(4)   VALUE 0.
       01  WS-ARCH-YEAR-STEPS              PIC 9(2)   VALUE 0.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).

       01  WS-CONTACT-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-CONTACT-EOF              VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-ACCOUNT-AVAIL-SWITCH         PIC X      VALUE "N".
           88  WS-ACCOUNT-AVAIL            VALUE "Y".
       01  WS-ON-CYCLE-SWITCH              PIC X      VALUE "N".
           88  WS-ON-CYCLE                 VALUE "Y".
       01  WS-SECTION-CLOSED-SWITCH        PIC X      VALUE "N".
           88  WS-SECTION-CLOSED           VALUE "Y".
       01  WS-PASS-SWITCH                  PIC X      VALUE "O".
           88  WS-OPENING-PASS             VALUE "O".
           88  WS-DETAIL-PASS              VALUE "D".
       01  WS-TXN-MATCH-SWITCH             PIC X      VALUE "N".
           88  WS-TXN-MATCH                VALUE "Y".
       01  WS-ACCOUNT-MATCH-SWITCH         PIC X      VALUE "N".
           88  WS-ACCOUNT-MATCH            VALUE "Y".
       01  WS-PAIR-FOUND-SWITCH            PIC X      VALUE "N".
           88  WS-PAIR-FOUND               VALUE "Y".

      *    The business date's day, and the last day of its month for
      *    the cycle days a short month does not have.
       01  WS-BUSINESS-DAY                 PIC 9(2)   VALUE 0.
       01  WS-MONTH-END-DAY                PIC 9(2)   VALUE 0.
       01  WS-DATE-INTEGER                 PIC 9(8)   VALUE 0.
       01  WS-NEXT-MONTH-DATE.
           05  WS-NM-YEAR                  PIC 9(4).
           05  WS-NM-MONTH                 PIC 9(2).
           05  WS-NM-DAY                   PIC 9(2).
       01  WS-NEXT-MONTH-NUMBER REDEFINES WS-NEXT-MONTH-DATE
                                           PIC 9(8).
       01  WS-WORK-DATE-NUMBER             PIC 9(8)   VALUE 0.
       01  WS-WORK-DATE REDEFINES WS-WORK-DATE-NUMBER.
           05  FILLER                      PIC X(6).
           05  WS-WD-DAY                   PIC 9(2).

      *    History after WS-PERIOD-AFTER (the last cycle; spaces on a
      *    first cycle) through the business date is the period.
       01  WS-PERIOD-AFTER                 PIC X(8).
       01  WS-PERIOD-START                 PIC X(8).
       01  WS-HOLD-REASON                  PIC X(14).

       01  WS-STMT-ACCT-TYPE               PIC X      VALUE "C".
       01  WS-SECTION-BALANCE              PIC S9(9)V99 VALUE 0.
       01  WS-TXN-COUNT                    PIC 9(7)     VALUE 0.
       01  WS-PERIOD-TXN-COUNT             PIC 9(7)     VALUE 0.
       01  WS-OPENING-BALANCE              PIC S9(9)V99 VALUE 0.
       01  WS-CLOSING-BALANCE              PIC S9(9)V99 VALUE 0.

      *    The sections the statement will carry, found on the
      *    measuring pass before anything is printed.
       01  WS-SECTION-COUNT                PIC 9      VALUE 0.
       01  WS-SECTION-INDEX                PIC 9      VALUE 0.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY            OCCURS 3 TIMES.
               10  WS-SC-ACCT-TYPE         PIC X.
               10  WS-SC-BALANCE           PIC S9(9)V99.

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

      *    Print lines per page - the first page's address window
      *    leaves room for fewer.
       01  WS-FIRST-PAGE-LINES             PIC 9(2)   VALUE 40.
       01  WS-LATER-PAGE-LINES             PIC 9(2)   VALUE 60.
       01  WS-PAGE-CAPACITY                PIC 9(2)   VALUE 0.
       01  WS-PAGE-NO                      PIC 9(3)   VALUE 0.
       01  WS-LINE-ON-PAGE                 PIC 9(2)   VALUE 0.
       01  WS-STATEMENT-LINES              PIC 9(5)   VALUE 0.
       01  WS-ADDRESS-LINE-NO              PIC 9      VALUE 0.
       01  WS-BODY-LINE                    PIC X(80).

       01  WS-SELECTED-COUNT               PIC 9(7)   VALUE 0.
       01  WS-STATEMENT-COUNT              PIC 9(6)   VALUE 0.
       01  WS-PAGE-TOTAL                   PIC 9(7)   VALUE 0.
       01  WS-RECORD-COUNT                 PIC 9(9)   VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(7)   VALUE 0.
       01  WS-RETURNED-COUNT               PIC 9(7)   VALUE 0.
       01  WS-NO-MAIL-COUNT                PIC 9(7)   VALUE 0.
       01  WS-NO-ADDRESS-COUNT             PIC 9(7)   VALUE 0.
       01  WS-CLOSED-SKIP-COUNT            PIC 9(7)   VALUE 0.
       01  WS-NO-CUSTOMER-COUNT            PIC 9(7)   VALUE 0.
       01  WS-RERUN-COUNT                  PIC 9(7)   VALUE 0.
       01  WS-STAMP-FAILED-COUNT           PIC 9(7)   VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.

      *    Print vendor file - fixed 100-byte records.
       01  WS-PRINT-HEADER.
           05  PH-RECORD-TYPE              PIC X      VALUE "H".
           05  PH-FILE-ID                  PIC X(8)   VALUE "CUSTSTMT".
           05  PH-BUSINESS-DATE            PIC X(8).
           05  PH-CREATED-DATE             PIC X(8).
           05  PH-CREATED-TIME             PIC X(6).
           05  FILLER                      PIC X(69)  VALUE SPACES.

       01  WS-PRINT-START.
           05  PS-RECORD-TYPE              PIC X      VALUE "S".
           05  PS-STATEMENT-NO             PIC 9(6).
           05  PS-CUSTOMER-ID              PIC 9(5).
           05  PS-PERIOD-START             PIC X(8).
           05  PS-PERIOD-END               PIC X(8).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-PRINT-ADDRESS.
           05  PA-RECORD-TYPE              PIC X      VALUE "A".
           05  PA-STATEMENT-NO             PIC 9(6).
           05  PA-LINE-NO                  PIC 9.
           05  PA-TEXT                     PIC X(30).
           05  FILLER                      PIC X(62)  VALUE SPACES.

       01  WS-PRINT-LINE.
           05  PL-RECORD-TYPE              PIC X      VALUE "P".
           05  PL-STATEMENT-NO             PIC 9(6).
           05  PL-PAGE-NO                  PIC 9(3).
           05  PL-LINE-NO                  PIC 9(2).
           05  PL-TEXT                     PIC X(80).
           05  FILLER                      PIC X(8)   VALUE SPACES.

       01  WS-PRINT-END.
           05  PE-RECORD-TYPE              PIC X      VALUE "E".
           05  PE-STATEMENT-NO             PIC 9(6).
           05  PE-CUSTOMER-ID              PIC 9(5).
           05  PE-PAGE-COUNT               PIC 9(3).
           05  PE-LINE-COUNT               PIC 9(5).
           05  FILLER                      PIC X(80)  VALUE SPACES.

       01  WS-PRINT-TRAILER.
           05  PT-RECORD-TYPE              PIC X      VALUE "T".
           05  PT-BUSINESS-DATE            PIC X(8).
           05  PT-STATEMENT-COUNT          PIC 9(6).
           05  PT-PAGE-COUNT               PIC 9(7).
           05  PT-RECORD-COUNT             PIC 9(9).
           05  FILLER                      PIC X(69)  VALUE SPACES.

      *    Statement body lines, as CUSTSTMT prints them.
       01  WS-HEADER-LINE.
           05  FILLER                      PIC X(23)
               VALUE "STATEMENT FOR CUSTOMER ".
           05  WS-HDR-CUSTOMER-ID          PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-HDR-CUSTOMER-NAME        PIC X(30).

       01  WS-PERIOD-LINE.
           05  FILLER                      PIC X(7)   VALUE "PERIOD ".
           05  WS-PRD-START                PIC X(8).
           05  FILLER                      PIC X(6)   VALUE " THRU ".
           05  WS-PRD-END                  PIC X(8).

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(9)
               VALUE "ACCOUNT: ".
           05  WS-SEC-CAPTION              PIC X(8).

       01  WS-BALANCE-LINE.
           05  WS-BAL-CAPTION              PIC X(17).
           05  WS-BAL-AMOUNT               PIC ----,---,--9.99.

       01  WS-DETAIL-LINE.
           05  WS-DET-DATE                 PIC X(8).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DET-DC-CODE              PIC X.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DET-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DET-REFERENCE            PIC X(20).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-DET-BALANCE              PIC ----,---,--9.99.

       01  WS-PAIR-LINE.
           05  FILLER                      PIC X(27)  VALUE SPACES.
           05  WS-PAIR-CAPTION             PIC X(20).
           05  WS-PAIR-DATE                PIC X(8).

      *    Mailing control report and hold list.
       01  WS-REPORT-TITLE.
           05  WS-RT-CAPTION               PIC X(36).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RT-DATE                  PIC X(8).

       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(7)   VALUE "CUST".
           05  FILLER                      PIC X(32)  VALUE "NAME".
           05  FILLER                      PIC X(10)  VALUE "FROM".
           05  FILLER                      PIC X(7)   VALUE "  PAGES".
           05  FILLER                      PIC X(8)   VALUE "   LINES".

       01  WS-REPORT-DETAIL.
           05  WS-RD-CUSTOMER-ID           PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RD-CUSTOMER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RD-PERIOD-START          PIC X(8).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RD-PAGES                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RD-LINES                 PIC ZZZ,ZZ9.

       01  WS-HOLD-HEADING.
           05  FILLER                      PIC X(7)   VALUE "CUST".
           05  FILLER                      PIC X(32)  VALUE "NAME".
           05  FILLER                      PIC X(16)  VALUE "REASON".
           05  FILLER                      PIC X(8)   VALUE "FROM".

       01  WS-HOLD-DETAIL.
           05  WS-HD-CUSTOMER-ID           PIC 9(5).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-HD-CUSTOMER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-HD-REASON                PIC X(14).
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-HD-PERIOD-START          PIC X(8).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(36).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 0600-SET-CYCLE-DAYS.

           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "35" THEN
               DISPLAY "No contact file - no customer has a "
                   "statement cycle."
               SET WS-CONTACT-EOF TO TRUE
           ELSE
               IF WS-CONTACT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open CONTACT-FILE (status "
                       WS-CONTACT-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   GOBACK
               END-IF
           END-IF.

           IF NOT WS-CONTACT-EOF THEN
               PERFORM 0800-OPEN-MASTER-FILES
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT HOLD-LIST-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 8000-WRITE-PRINT-HEADER.
           PERFORM 8400-WRITE-REPORT-HEADINGS.

           IF NOT WS-CONTACT-EOF THEN
               MOVE 1 TO WS-CONTACT-REL-KEY
               START CONTACT-FILE
                   KEY IS NOT LESS THAN WS-CONTACT-REL-KEY
                   INVALID KEY
                       SET WS-CONTACT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CONTACT-EOF
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           SET WS-CONTACT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-CYCLE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
               CLOSE CUSTOMER-FILE
               IF WS-ACCOUNT-AVAIL THEN
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

           PERFORM 8100-WRITE-PRINT-TRAILER.
           PERFORM 8600-WRITE-REPORT-TOTALS.
           CLOSE PRINT-FILE.
           CLOSE HOLD-LIST-FILE.
           CLOSE REPORT-FILE.

           IF WS-STAMP-FAILED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EOD-STEP-STATUS
           END-IF.

           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customers on today's cycle: " WS-COUNT-DISPLAY.
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Statements produced:        " WS-COUNT-DISPLAY.
           MOVE WS-PAGE-TOTAL TO WS-COUNT-DISPLAY.
           DISPLAY "Pages produced:             " WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Statements held:            " WS-COUNT-DISPLAY.
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
      * The month's last day is the day before the first of the next
      * month.
      ******************************************************************
       0600-SET-CYCLE-DAYS.
           MOVE WS-BUSINESS-DATE(7:2) TO WS-BUSINESS-DAY.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-NM-YEAR.
           MOVE WS-BUSINESS-DATE(5:2) TO WS-NM-MONTH.
           IF WS-NM-MONTH = 12 THEN
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE 1 TO WS-NM-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUMBER) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-WORK-DATE-NUMBER.
           MOVE WS-WD-DAY TO WS-MONTH-END-DAY.

       0800-OPEN-MASTER-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               CLOSE CONTACT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00" THEN
               SET WS-ACCOUNT-AVAIL TO TRUE
           END-IF.

      ******************************************************************
      * A customer is on today's cycle when their cycle day is the
      * business day, or the business day is the month's last and
      * their cycle day is past it. On a rerun of the same night the
      * record already carries today as its last cycle and the
      * period runs from the cycle before.
      ******************************************************************
       2000-CYCLE-ONE-CUSTOMER.
           MOVE "N" TO WS-ON-CYCLE-SWITCH.
           IF CT-CYCLE-DAY IS NUMERIC THEN
               IF CT-CYCLE-DAY = WS-BUSINESS-DAY
                   OR (WS-BUSINESS-DAY = WS-MONTH-END-DAY
                   AND CT-CYCLE-DAY > WS-MONTH-END-DAY) THEN
                   SET WS-ON-CYCLE TO TRUE
               END-IF
           END-IF.

           IF WS-ON-CYCLE THEN
               ADD 1 TO WS-SELECTED-COUNT
               IF CT-LAST-CYCLE-DATE = WS-BUSINESS-DATE THEN
                   MOVE CT-PRIOR-CYCLE-DATE TO WS-PERIOD-AFTER
                   ADD 1 TO WS-RERUN-COUNT
               ELSE
                   MOVE CT-LAST-CYCLE-DATE TO WS-PERIOD-AFTER
               END-IF
               IF WS-PERIOD-AFTER IS NOT NUMERIC THEN
                   MOVE SPACES TO WS-PERIOD-AFTER
                   MOVE "FIRST" TO WS-PERIOD-START
               ELSE
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-PERIOD-AFTER)) + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                       TO WS-PERIOD-START
               END-IF
               MOVE CT-CUSTOMER-ID TO WS-REL-KEY
               READ CUSTOMER-FILE INTO WS-DATA-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NO-CUSTOMER-COUNT
                   NOT INVALID KEY
                       PERFORM 2100-STATEMENT-OR-HOLD
               END-READ
           END-IF.

       2100-STATEMENT-OR-HOLD.
           PERFORM 3100-MEASURE-SECTIONS.
           IF WS-STATUS-CLOSED AND WS-PERIOD-TXN-COUNT = 0 THEN
               ADD 1 TO WS-CLOSED-SKIP-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN CT-MAIL-RETURNED
                       MOVE "RETURNED MAIL" TO WS-HOLD-REASON
                       ADD 1 TO WS-RETURNED-COUNT
                       PERFORM 4000-WRITE-HOLD-LINE
                   WHEN CT-MAIL-DO-NOT-MAIL
                       MOVE "DO NOT MAIL" TO WS-HOLD-REASON
                       ADD 1 TO WS-NO-MAIL-COUNT
                       PERFORM 4000-WRITE-HOLD-LINE
                   WHEN CT-ADDRESS-LINE-1 = SPACES
                   WHEN CT-POSTCODE = SPACES
                       MOVE "NO ADDRESS" TO WS-HOLD-REASON
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       PERFORM 4000-WRITE-HOLD-LINE
                   WHEN OTHER
                       PERFORM 3000-PRODUCE-STATEMENT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * One statement to the print file: start record, address
      * block, the body a section at a time, end record. The
      * customer's contact record is then stamped with the cycle.
      ******************************************************************
       3000-PRODUCE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-LINE-ON-PAGE.
           MOVE 0 TO WS-STATEMENT-LINES.
           PERFORM 8010-WRITE-PRINT-START.
           PERFORM 8020-WRITE-ADDRESS-BLOCK.
           PERFORM 5300-WRITE-STATEMENT-HEAD.
           PERFORM VARYING WS-SECTION-INDEX FROM 1 BY 1
                   UNTIL WS-SECTION-INDEX > WS-SECTION-COUNT
               PERFORM 5050-PRINT-ONE-SECTION
           END-PERFORM.
           PERFORM 8030-WRITE-PRINT-END.
           ADD WS-PAGE-NO TO WS-PAGE-TOTAL.
           PERFORM 4100-WRITE-REPORT-DETAIL.
           PERFORM 3900-STAMP-CYCLE-DATE.

      ******************************************************************
      * The measuring pass: the checking account always has a
      * section, and each savings or loan account on file has one,
      * except that a closed account with nothing in the period is
      * left off. The period's transaction count across all of them
      * decides whether a closed customer gets a statement at all.
      ******************************************************************
       3100-MEASURE-SECTIONS.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 0 TO WS-PERIOD-TXN-COUNT.
           MOVE "C" TO WS-STMT-ACCT-TYPE.
           MOVE WS-BALANCE TO WS-SECTION-BALANCE.
           IF WS-STATUS-CLOSED THEN
               SET WS-SECTION-CLOSED TO TRUE
           ELSE
               MOVE "N" TO WS-SECTION-CLOSED-SWITCH
           END-IF.
           PERFORM 3150-MEASURE-ONE-SECTION.
           IF WS-ACCOUNT-AVAIL THEN
               COMPUTE WS-ACCT-REL-KEY = WS-CUSTOMER-ID * 10 + 2
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-STMT-ACCT-TYPE
                       MOVE AF-BALANCE TO WS-SECTION-BALANCE
                       PERFORM 3140-SET-ACCOUNT-CLOSED
                       PERFORM 3150-MEASURE-ONE-SECTION
               END-READ
               COMPUTE WS-ACCT-REL-KEY = WS-CUSTOMER-ID * 10 + 3
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO WS-STMT-ACCT-TYPE
                       MOVE AF-BALANCE TO WS-SECTION-BALANCE
                       PERFORM 3140-SET-ACCOUNT-CLOSED
                       PERFORM 3150-MEASURE-ONE-SECTION
               END-READ
           END-IF.

       3140-SET-ACCOUNT-CLOSED.
           IF AF-CLOSED THEN
               SET WS-SECTION-CLOSED TO TRUE
           ELSE
               MOVE "N" TO WS-SECTION-CLOSED-SWITCH
           END-IF.

       3150-MEASURE-ONE-SECTION.
           PERFORM 5100-SCAN-FOR-OPENING.
           ADD WS-TXN-COUNT TO WS-PERIOD-TXN-COUNT.
           IF WS-TXN-COUNT > 0 OR NOT WS-SECTION-CLOSED THEN
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-STMT-ACCT-TYPE
                   TO WS-SC-ACCT-TYPE (WS-SECTION-COUNT)
               MOVE WS-SECTION-BALANCE
                   TO WS-SC-BALANCE (WS-SECTION-COUNT)
           END-IF.

      ******************************************************************
      * A rerun finds today already stamped and leaves the record as
      * it is. A failed rewrite means the next cycle repeats this
      * period, so it is a warning, not a failure.
      ******************************************************************
       3900-STAMP-CYCLE-DATE.
           IF CT-LAST-CYCLE-DATE NOT = WS-BUSINESS-DATE THEN
               MOVE CT-LAST-CYCLE-DATE TO CT-PRIOR-CYCLE-DATE
               MOVE WS-BUSINESS-DATE TO CT-LAST-CYCLE-DATE
               REWRITE CONTACT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-STAMP-FAILED-COUNT
                       DISPLAY "Unable to stamp the cycle date for "
                           "customer " CT-CUSTOMER-ID " (status "
                           WS-CONTACT-FILE-STATUS ")"
               END-REWRITE
           END-IF.

       4000-WRITE-HOLD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-CUSTOMER-ID TO WS-HD-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-HD-CUSTOMER-NAME.
           MOVE WS-HOLD-REASON TO WS-HD-REASON.
           MOVE WS-PERIOD-START TO WS-HD-PERIOD-START.
           WRITE HOLD-LIST-RECORD FROM WS-HOLD-DETAIL.

       4100-WRITE-REPORT-DETAIL.
           MOVE WS-CUSTOMER-ID TO WS-RD-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-RD-CUSTOMER-NAME.
           MOVE WS-PERIOD-START TO WS-RD-PERIOD-START.
           MOVE WS-PAGE-NO TO WS-RD-PAGES.
           MOVE WS-STATEMENT-LINES TO WS-RD-LINES.
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

       5050-PRINT-ONE-SECTION.
           MOVE WS-SC-ACCT-TYPE (WS-SECTION-INDEX)
               TO WS-STMT-ACCT-TYPE.
           MOVE WS-SC-BALANCE (WS-SECTION-INDEX)
               TO WS-SECTION-BALANCE.
           PERFORM 5100-SCAN-FOR-OPENING.
           PERFORM 5350-WRITE-SECTION-HEAD.
           IF WS-TXN-COUNT > 0 THEN
               PERFORM 5200-PRINT-DETAILS
           END-IF.
           MOVE "CLOSING BALANCE  " TO WS-BAL-CAPTION.
           MOVE WS-CLOSING-BALANCE TO WS-BAL-AMOUNT.
           MOVE WS-BALANCE-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.
           MOVE SPACES TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.

       5100-SCAN-FOR-OPENING.
           MOVE 0 TO WS-TXN-COUNT.
           MOVE 0 TO WS-REVERSAL-COUNT.
           MOVE WS-SECTION-BALANCE TO WS-OPENING-BALANCE.
           MOVE WS-SECTION-BALANCE TO WS-CLOSING-BALANCE.
           SET WS-OPENING-PASS TO TRUE.
           PERFORM 5600-SCAN-ARCHIVE-YEARS.
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
                       PERFORM 5110-TALLY-OPENING-LINE
               END-READ
           END-PERFORM.
           IF WS-HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       5110-TALLY-OPENING-LINE.
           PERFORM 5500-TEST-TXN-MATCH.
           IF WS-TXN-MATCH THEN
               IF WS-TXN-COUNT = 0 THEN
                   IF HT-DC-CODE = "C" THEN
                       COMPUTE WS-OPENING-BALANCE =
                           HT-RESULTING-BALANCE - HT-AMOUNT
                   ELSE
                       COMPUTE WS-OPENING-BALANCE =
                           HT-RESULTING-BALANCE + HT-AMOUNT
                   END-IF
               END-IF
               MOVE HT-RESULTING-BALANCE
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
           PERFORM 5600-SCAN-ARCHIVE-YEARS.
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
                       PERFORM 5210-HANDLE-DETAIL-LINE
               END-READ
           END-PERFORM.
           IF WS-HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       5210-HANDLE-DETAIL-LINE.
           PERFORM 5500-TEST-TXN-MATCH.
           IF WS-TXN-MATCH THEN
               PERFORM 5400-WRITE-DETAIL-LINE
           END-IF.

       5300-WRITE-STATEMENT-HEAD.
           MOVE WS-CUSTOMER-ID TO WS-HDR-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-HDR-CUSTOMER-NAME.
           MOVE WS-HEADER-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.
           MOVE WS-PERIOD-START TO WS-PRD-START.
           MOVE WS-BUSINESS-DATE TO WS-PRD-END.
           MOVE WS-PERIOD-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.
           MOVE SPACES TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.

       5350-WRITE-SECTION-HEAD.
           EVALUATE WS-STMT-ACCT-TYPE
               WHEN "C"
                   MOVE "CHECKING" TO WS-SEC-CAPTION
               WHEN "S"
                   MOVE "SAVINGS " TO WS-SEC-CAPTION
               WHEN OTHER
                   MOVE "LOAN    " TO WS-SEC-CAPTION
           END-EVALUATE.
           MOVE WS-SECTION-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.
           MOVE "OPENING BALANCE  " TO WS-BAL-CAPTION.
           MOVE WS-OPENING-BALANCE TO WS-BAL-AMOUNT.
           MOVE WS-BALANCE-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.

       5400-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DET-REFERENCE.
           MOVE HT-POST-DATE TO WS-DET-DATE.
           MOVE HT-DC-CODE TO WS-DET-DC-CODE.
           MOVE HT-AMOUNT TO WS-DET-AMOUNT.
           MOVE HT-REFERENCE TO WS-DET-REFERENCE.
           MOVE HT-RESULTING-BALANCE TO WS-DET-BALANCE.
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE.
           PERFORM 7000-EMIT-BODY-LINE.
           IF HT-ENTRY-REVERSAL THEN
               MOVE "** REVERSES ITEM OF " TO WS-PAIR-CAPTION
               MOVE HT-ORIGINAL-POST-DATE TO WS-PAIR-DATE
               MOVE WS-PAIR-LINE TO WS-BODY-LINE
               PERFORM 7000-EMIT-BODY-LINE
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
                   MOVE WS-PAIR-LINE TO WS-BODY-LINE
                   PERFORM 7000-EMIT-BODY-LINE
               ELSE
                   ADD 1 TO WS-REVERSAL-INDEX
               END-IF
           END-PERFORM.

      ******************************************************************
      * A history line written before account types existed carries a
      * space in HT-ACCOUNT-TYPE and belongs to the checking section.
      ******************************************************************
       5500-TEST-TXN-MATCH.
           MOVE "N" TO WS-TXN-MATCH-SWITCH.
           MOVE "N" TO WS-ACCOUNT-MATCH-SWITCH.
           IF HT-CUSTOMER-ID = WS-CUSTOMER-ID
               AND (HT-ACCOUNT-TYPE = WS-STMT-ACCT-TYPE
               OR (HT-ACCOUNT-TYPE = SPACE
                   AND WS-STMT-ACCT-TYPE = "C")) THEN
               SET WS-ACCOUNT-MATCH TO TRUE
               IF (WS-PERIOD-AFTER = SPACES
                   OR HT-POST-DATE > WS-PERIOD-AFTER)
                   AND HT-POST-DATE NOT > WS-BUSINESS-DATE THEN
                   SET WS-TXN-MATCH TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Archived history for a period that starts in an earlier year,
      * read ahead of the live file so a section's lines stay in
      * posting order - from the last cycle's year through the
      * business date's. A first cycle reads the live file only.
      ******************************************************************
       5600-SCAN-ARCHIVE-YEARS.
           IF WS-PERIOD-AFTER NOT = SPACES
               AND WS-PERIOD-AFTER(1:4) < WS-BUSINESS-DATE(1:4) THEN
               MOVE WS-PERIOD-AFTER(1:4) TO WS-ARCH-YEAR
               MOVE WS-BUSINESS-DATE(1:4) TO WS-ARCH-END-YEAR
               MOVE 0 TO WS-ARCH-YEAR-STEPS
               PERFORM UNTIL WS-ARCH-YEAR > WS-ARCH-END-YEAR
                   OR WS-ARCH-YEAR-STEPS > 50
                   PERFORM 5650-SCAN-ONE-ARCHIVE-YEAR
                   ADD 1 TO WS-ARCH-YEAR
                   ADD 1 TO WS-ARCH-YEAR-STEPS
               END-PERFORM
           END-IF.

       5650-SCAN-ONE-ARCHIVE-YEAR.
           MOVE WS-ARCH-YEAR TO WS-ARCH-FILE-NAME(10:4).
           OPEN INPUT ARCHIVE-HISTORY-FILE.
           IF WS-ARCHIVE-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-HISTORY-EOF-SWITCH
               PERFORM UNTIL WS-HISTORY-EOF
                   READ ARCHIVE-HISTORY-FILE
                       INTO TRANSACTION-HISTORY-RECORD
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF WS-OPENING-PASS THEN
                               PERFORM 5110-TALLY-OPENING-LINE
                           ELSE
                               PERFORM 5210-HANDLE-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-HISTORY-FILE
           END-IF.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.

      ******************************************************************
      * One statement body line to the print file, numbered within
      * its page. A full page starts the next one.
      ******************************************************************
       7000-EMIT-BODY-LINE.
           IF WS-PAGE-NO = 1 THEN
               MOVE WS-FIRST-PAGE-LINES TO WS-PAGE-CAPACITY
           ELSE
               MOVE WS-LATER-PAGE-LINES TO WS-PAGE-CAPACITY
           END-IF.
           IF WS-LINE-ON-PAGE NOT < WS-PAGE-CAPACITY THEN
               ADD 1 TO WS-PAGE-NO
               MOVE 0 TO WS-LINE-ON-PAGE
           END-IF.
           ADD 1 TO WS-LINE-ON-PAGE.
           ADD 1 TO WS-STATEMENT-LINES.
           MOVE WS-STATEMENT-COUNT TO PL-STATEMENT-NO.
           MOVE WS-PAGE-NO TO PL-PAGE-NO.
           MOVE WS-LINE-ON-PAGE TO PL-LINE-NO.
           MOVE WS-BODY-LINE TO PL-TEXT.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-RECORD-COUNT.

       8000-WRITE-PRINT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO PH-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PH-CREATED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO PH-CREATED-TIME.
           WRITE PRINT-RECORD FROM WS-PRINT-HEADER.
           ADD 1 TO WS-RECORD-COUNT.

       8010-WRITE-PRINT-START.
           MOVE WS-STATEMENT-COUNT TO PS-STATEMENT-NO.
           MOVE WS-CUSTOMER-ID TO PS-CUSTOMER-ID.
           MOVE WS-PERIOD-START TO PS-PERIOD-START.
           MOVE WS-BUSINESS-DATE TO PS-PERIOD-END.
           WRITE PRINT-RECORD FROM WS-PRINT-START.
           ADD 1 TO WS-RECORD-COUNT.

      ******************************************************************
      * The address block for the envelope window: the customer's
      * name, each address line that is filled in, then the postcode.
      ******************************************************************
       8020-WRITE-ADDRESS-BLOCK.
           MOVE 0 TO WS-ADDRESS-LINE-NO.
           MOVE WS-CUSTOMER-NAME TO PA-TEXT.
           PERFORM 8025-WRITE-ADDRESS-LINE.
           MOVE CT-ADDRESS-LINE-1 TO PA-TEXT.
           PERFORM 8025-WRITE-ADDRESS-LINE.
           IF CT-ADDRESS-LINE-2 NOT = SPACES THEN
               MOVE CT-ADDRESS-LINE-2 TO PA-TEXT
               PERFORM 8025-WRITE-ADDRESS-LINE
           END-IF.
           IF CT-ADDRESS-LINE-3 NOT = SPACES THEN
               MOVE CT-ADDRESS-LINE-3 TO PA-TEXT
               PERFORM 8025-WRITE-ADDRESS-LINE
           END-IF.
           MOVE CT-POSTCODE TO PA-TEXT.
           PERFORM 8025-WRITE-ADDRESS-LINE.

       8025-WRITE-ADDRESS-LINE.
           ADD 1 TO WS-ADDRESS-LINE-NO.
           MOVE WS-STATEMENT-COUNT TO PA-STATEMENT-NO.
           MOVE WS-ADDRESS-LINE-NO TO PA-LINE-NO.
           WRITE PRINT-RECORD FROM WS-PRINT-ADDRESS.
           ADD 1 TO WS-RECORD-COUNT.

       8030-WRITE-PRINT-END.
           MOVE WS-STATEMENT-COUNT TO PE-STATEMENT-NO.
           MOVE WS-CUSTOMER-ID TO PE-CUSTOMER-ID.
           MOVE WS-PAGE-NO TO PE-PAGE-COUNT.
           MOVE WS-STATEMENT-LINES TO PE-LINE-COUNT.
           WRITE PRINT-RECORD FROM WS-PRINT-END.
           ADD 1 TO WS-RECORD-COUNT.

      ******************************************************************
      * The trailer's record count includes the header and itself.
      ******************************************************************
       8100-WRITE-PRINT-TRAILER.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE TO PT-BUSINESS-DATE.
           MOVE WS-STATEMENT-COUNT TO PT-STATEMENT-COUNT.
           MOVE WS-PAGE-TOTAL TO PT-PAGE-COUNT.
           MOVE WS-RECORD-COUNT TO PT-RECORD-COUNT.
           WRITE PRINT-RECORD FROM WS-PRINT-TRAILER.

       8400-WRITE-REPORT-HEADINGS.
           MOVE "STATEMENT MAILING - BUSINESS DAY"
               TO WS-RT-CAPTION.
           MOVE WS-BUSINESS-DATE TO WS-RT-DATE.
           WRITE REPORT-RECORD FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING.

           MOVE "STATEMENT HOLD LIST - BUSINESS DAY" TO WS-RT-CAPTION.
           WRITE HOLD-LIST-RECORD FROM WS-REPORT-TITLE.
           MOVE SPACES TO HOLD-LIST-RECORD.
           WRITE HOLD-LIST-RECORD.
           WRITE HOLD-LIST-RECORD FROM WS-HOLD-HEADING.

       8600-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Customers on today's cycle:" TO WS-CL-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Statements produced:" TO WS-CL-LABEL.
           MOVE WS-STATEMENT-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Pages produced:" TO WS-CL-LABEL.
           MOVE WS-PAGE-TOTAL TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Statements held (see hold list):" TO WS-CL-LABEL.
           MOVE WS-HELD-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "  returned mail:" TO WS-CL-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "  do not mail:" TO WS-CL-LABEL.
           MOVE WS-NO-MAIL-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "  no usable address:" TO WS-CL-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Closed, nothing to report:" TO WS-CL-LABEL.
           MOVE WS-CLOSED-SKIP-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Contact with no customer record:" TO WS-CL-LABEL.
           MOVE WS-NO-CUSTOMER-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Reproduced on a rerun of the night:" TO WS-CL-LABEL.
           MOVE WS-RERUN-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "Print file records (with H and T):" TO WS-CL-LABEL.
           MOVE WS-RECORD-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           IF WS-STAMP-FAILED-COUNT > 0 THEN
               MOVE "WARNING - cycle dates not stamped:"
                   TO WS-CL-LABEL
               MOVE WS-STAMP-FAILED-COUNT TO WS-CL-COUNT
               WRITE REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO HOLD-LIST-RECORD.
           WRITE HOLD-LIST-RECORD.
           MOVE "Statements held:" TO WS-CL-LABEL.
           MOVE WS-HELD-COUNT TO WS-CL-COUNT.
           WRITE HOLD-LIST-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO HOLD-LIST-RECORD.
           WRITE HOLD-LIST-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO HOLD-LIST-RECORD.
           WRITE HOLD-LIST-RECORD.

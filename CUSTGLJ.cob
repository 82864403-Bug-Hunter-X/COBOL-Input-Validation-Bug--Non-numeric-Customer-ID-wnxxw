      ******************************************************************
      * PROGRAM-ID. CUSTGLJ
      *
      * Daily general ledger journal for the finance system - reads
      * TRANSACTION-HISTORY-FILE for every line posted under the
      * business date and totals the customer credits and debits by
      * source and account type. The sources are customer postings
      * (the lines CUSTPOST applied from the bank tape and the other
      * feeds, that are none of the others), transfers (the legs
      * CUSTXFER marks as such, and the savings-to-checking legs of
      * CUSTSWEP's overdraft-protection sweep, by their OD SWEEP
      * reference - both are movements between customer accounts,
      * so their contra nets to nothing), overdraft assessments and
      * interest paid (by their CUSTOVDR and CUSTCINT references)
      * and loan installments (the drawdown, principal and interest
      * lines CUSTLOAN hands to CUSTPOST). A reversal counts under
      * the source of the line it reverses, since it carries that
      * line's reference.
      *
      * Each source and account type is booked as balanced pairs
      * against the two GL accounts GL-MAP-FILE names for it: the
      * customer ledger account (deposits for checking and savings,
      * the loan book for loans) and the contra account the money
      * came from or went to. Customer credits debit the contra and
      * credit the ledger; customer debits the reverse. The pairs go
      * to JOURNAL-FILE in the finance system's fixed import format
      * - a header, one detail record per side of each pair and a
      * trailer carrying the entry count and the debit and credit
      * totals. A journal that does not balance, or that would book
      * against a source with no GL accounts mapped, is refused: the
      * journal file is left empty and the step fails.
      *
      * The net movement on the ledger accounts is then tied to the
      * day's change in CUSTRECON's control total, which is struck
      * over the same checking, savings and loan balances. A refused
      * journal is not tied. A balance moved without a history line
      * (a maintained or loaded balance, say) or history posted under
      * another date leaves them apart; that is reported with the
      * difference as a warning, since the journal itself is still
      * right for what was posted.
      *
      * GL-MAP-FILE is finance's to maintain. If it is missing the
      * run writes one line per source and account type with the
      * accounts left blank for finance to fill in, and stops.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLJ IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLJRNL.RPT"
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

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-SOURCE                   PIC X(4).
           05  FILLER                      PIC X      VALUE SPACE.
           05  GM-ACCOUNT-TYPE             PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  GM-LEDGER-ACCOUNT           PIC X(10).
           05  FILLER                      PIC X      VALUE SPACE.
           05  GM-CONTRA-ACCOUNT           PIC X(10).

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD                  PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-MAP-FILE-STATUS              PIC XX.
       01  WS-CONTROL-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-HISTORY-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-MAP-EOF-SWITCH               PIC X      VALUE "N".
           88  WS-MAP-EOF                  VALUE "Y".
       01  WS-REFUSED-SWITCH               PIC X      VALUE "N".
           88  WS-JOURNAL-REFUSED          VALUE "Y".
       01  WS-REFUSE-REASON                PIC X(50)  VALUE SPACES.

      ******************************************************************
      * The five sources and three account types. A source and type
      * together pick one slot, (source - 1) * 3 + type, in the GL
      * map and in the day's totals.
      ******************************************************************
       01  WS-SOURCE-VALUES.
           05  FILLER                      PIC X(24)
               VALUE "POSTCUSTOMER POSTINGS".
           05  FILLER                      PIC X(24)
               VALUE "XFERTRANSFERS".
           05  FILLER                      PIC X(24)
               VALUE "ODFTOVERDRAFT ASSESSMENT".
           05  FILLER                      PIC X(24)
               VALUE "INTRINTEREST PAID".
           05  FILLER                      PIC X(24)
               VALUE "LOANLOAN INSTALLMENTS".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SOURCE-ENTRY OCCURS 5 TIMES.
               10  WS-SOURCE-CODE          PIC X(4).
               10  WS-SOURCE-NAME          PIC X(20).

       01  WS-TYPE-VALUES                  PIC X(3)   VALUE "CSL".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-CODE OCCURS 3 TIMES PIC X.

       01  WS-SOURCE-INDEX                 PIC 9      VALUE 0.
       01  WS-TYPE-INDEX                   PIC 9      VALUE 0.
       01  WS-SLOT                         PIC 99     VALUE 0.
       01  WS-LOOKUP-INDEX                 PIC 9      VALUE 0.

       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 15 TIMES.
               10  WS-MP-LEDGER            PIC X(10).
               10  WS-MP-CONTRA            PIC X(10).
       01  WS-MAP-IGNORED-COUNT            PIC 9(5)   VALUE 0.

       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 15 TIMES.
               10  WS-SM-LINES             PIC 9(7).
               10  WS-SM-CREDITS           PIC 9(11)V99.
               10  WS-SM-DEBITS            PIC 9(11)V99.

      *    Two pairs (credits and debits) of two sides each for every
      *    source and account type.
       01  WS-JOURNAL-TABLE.
           05  WS-JE OCCURS 60 TIMES.
               10  WS-JE-PAIR-NO           PIC 9(5).
               10  WS-JE-ACCOUNT           PIC X(10).
               10  WS-JE-DR-CR             PIC X.
               10  WS-JE-AMOUNT            PIC 9(11)V99.
               10  WS-JE-SLOT              PIC 99.
               10  WS-JE-MOVEMENT          PIC X.
       01  WS-ENTRY-COUNT                  PIC 9(3)   VALUE 0.
       01  WS-ENTRY-INDEX                  PIC 9(3)   VALUE 0.
       01  WS-PAIR-COUNT                   PIC 9(5)   VALUE 0.
       01  WS-PAIR-AMOUNT                  PIC 9(11)V99.
       01  WS-PAIR-DEBIT-ACCOUNT           PIC X(10).
       01  WS-PAIR-CREDIT-ACCOUNT          PIC X(10).
       01  WS-PAIR-MOVEMENT                PIC X.

       01  WS-LINES-READ                   PIC 9(7)     VALUE 0.
       01  WS-LINES-SELECTED               PIC 9(7)     VALUE 0.
       01  WS-LINES-UNUSABLE               PIC 9(7)     VALUE 0.
       01  WS-DEBIT-TOTAL                  PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-LEDGER-NET                   PIC S9(13)V99 VALUE 0.
       01  WS-CONTROL-CHANGE               PIC S9(13)V99 VALUE 0.
       01  WS-TIE-DIFFERENCE               PIC S9(13)V99 VALUE 0.
       01  WS-TIE-RESULT                   PIC X(50)  VALUE SPACES.

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.

       01  WS-JOURNAL-HEADER.
           05  JH-RECORD-TYPE              PIC X      VALUE "H".
           05  JH-SYSTEM                   PIC X(8)   VALUE "CUSTSYS".
           05  JH-BUSINESS-DATE            PIC X(8).
           05  JH-CREATED-DATE             PIC X(8).
           05  JH-CREATED-TIME             PIC X(6).
           05  FILLER                      PIC X(49)  VALUE SPACES.

       01  WS-JOURNAL-DETAIL.
           05  JD-RECORD-TYPE              PIC X      VALUE "D".
           05  JD-BUSINESS-DATE            PIC X(8).
           05  JD-PAIR-NO                  PIC 9(5).
           05  JD-GL-ACCOUNT               PIC X(10).
           05  JD-DR-CR                    PIC X.
           05  JD-AMOUNT                   PIC 9(11)V99.
           05  JD-SOURCE                   PIC X(4).
           05  JD-ACCOUNT-TYPE             PIC X.
           05  JD-MOVEMENT                 PIC X.
           05  JD-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(16)  VALUE SPACES.

       01  WS-JOURNAL-TRAILER.
           05  JT-RECORD-TYPE              PIC X      VALUE "T".
           05  JT-BUSINESS-DATE            PIC X(8).
           05  JT-ENTRY-COUNT              PIC 9(7).
           05  JT-DEBIT-TOTAL              PIC 9(13)V99.
           05  JT-CREDIT-TOTAL             PIC 9(13)V99.
           05  FILLER                      PIC X(34)  VALUE SPACES.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(25)
               VALUE "GL JOURNAL - BUSINESS DAY".
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RT-DATE                  PIC X(8).

       01  WS-SOURCE-HEADING.
           05  FILLER                      PIC X(21)  VALUE "SOURCE".
           05  FILLER                      PIC X      VALUE "T".
           05  FILLER                      PIC X(8)   VALUE "   LINES".
           05  FILLER                      PIC X(19)
               VALUE "            CREDITS".
           05  FILLER                      PIC X(19)
               VALUE "             DEBITS".

       01  WS-SOURCE-LINE.
           05  WS-SL-NAME                  PIC X(20).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SL-TYPE                  PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SL-LINES                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SL-CREDITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-SL-DEBITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ENTRY-HEADING.
           05  FILLER                      PIC X(6)   VALUE " PAIR ".
           05  FILLER                      PIC X(11)
               VALUE "GL ACCOUNT".
           05  FILLER                      PIC X(5)   VALUE "SRCE".
           05  FILLER                      PIC X(2)   VALUE "T".
           05  FILLER                      PIC X      VALUE "M".
           05  FILLER                      PIC X(19)
               VALUE "              DEBIT".
           05  FILLER                      PIC X(19)
               VALUE "             CREDIT".

       01  WS-ENTRY-LINE.
           05  WS-EL-PAIR-NO               PIC ZZZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-ACCOUNT               PIC X(10).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-SOURCE                PIC X(4).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-TYPE                  PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-MOVEMENT              PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-DEBIT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-EL-CREDIT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-AMOUNT                PIC ----,---,---,--9.99.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(32).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-LOAD-GL-MAP.
           PERFORM 2000-SUMMARISE-HISTORY.
           PERFORM 3000-BUILD-JOURNAL.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 6000-WRITE-REPORT-SOURCES.
           IF WS-JOURNAL-REFUSED THEN
               PERFORM 4100-REFUSE-JOURNAL
               MOVE "JOURNAL REFUSED - NOT TIED TO THE CONTROL TOTAL"
                   TO WS-TIE-RESULT
           ELSE
               PERFORM 4000-WRITE-JOURNAL
               PERFORM 5000-TIE-TO-CONTROL-TOTAL
           END-IF.
           PERFORM 6500-WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-LINES-SELECTED TO WS-COUNT-DISPLAY.
           DISPLAY "History lines journaled: " WS-COUNT-DISPLAY.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Journal entries:         " WS-COUNT-DISPLAY.
           IF WS-JOURNAL-REFUSED THEN
               DISPLAY "JOURNAL REFUSED - " WS-REFUSE-REASON
           END-IF.
           DISPLAY WS-TIE-RESULT.
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
      * Load the GL account pair for each source and account type. A
      * missing map is written out as a blank template and the run
      * stops, since no journal can be booked until finance fills it
      * in. A line naming an unknown source or type is ignored.
      ******************************************************************
       1000-LOAD-GL-MAP.
           MOVE SPACES TO WS-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-FILE-STATUS = "35" THEN
               PERFORM 1100-WRITE-MAP-TEMPLATE
               DISPLAY "No GL account map found - GLMAP.DAT written "
                   "with one line per source and account type."
               DISPLAY "Fill in the ledger and contra GL accounts and "
                   "rerun."
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           IF WS-MAP-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open GL-MAP-FILE (status "
                   WS-MAP-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MAP-EOF
               READ GL-MAP-FILE
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1200-STORE-MAP-LINE
               END-READ
           END-PERFORM.
           CLOSE GL-MAP-FILE.
           IF WS-MAP-IGNORED-COUNT > 0 THEN
               MOVE WS-MAP-IGNORED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "GLMAP.DAT lines ignored (unknown source or "
                   "type): " WS-COUNT-DISPLAY
           END-IF.

       1100-WRITE-MAP-TEMPLATE.
           OPEN OUTPUT GL-MAP-FILE.
           PERFORM 1110-WRITE-TEMPLATE-LINE
               VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > 5
               AFTER WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > 3.
           CLOSE GL-MAP-FILE.

       1110-WRITE-TEMPLATE-LINE.
           MOVE SPACES TO GL-MAP-RECORD.
           MOVE WS-SOURCE-CODE (WS-SOURCE-INDEX) TO GM-SOURCE.
           MOVE WS-TYPE-CODE (WS-TYPE-INDEX) TO GM-ACCOUNT-TYPE.
           WRITE GL-MAP-RECORD.

       1200-STORE-MAP-LINE.
           MOVE 0 TO WS-SOURCE-INDEX.
           MOVE 0 TO WS-TYPE-INDEX.
           PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOKUP-INDEX > 5
               IF GM-SOURCE = WS-SOURCE-CODE (WS-LOOKUP-INDEX) THEN
                   MOVE WS-LOOKUP-INDEX TO WS-SOURCE-INDEX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOKUP-INDEX > 3
               IF GM-ACCOUNT-TYPE = WS-TYPE-CODE (WS-LOOKUP-INDEX) THEN
                   MOVE WS-LOOKUP-INDEX TO WS-TYPE-INDEX
               END-IF
           END-PERFORM.
           IF WS-SOURCE-INDEX = 0 OR WS-TYPE-INDEX = 0 THEN
               ADD 1 TO WS-MAP-IGNORED-COUNT
           ELSE
               COMPUTE WS-SLOT = (WS-SOURCE-INDEX - 1) * 3
                   + WS-TYPE-INDEX
               MOVE GM-LEDGER-ACCOUNT TO WS-MP-LEDGER (WS-SLOT)
               MOVE GM-CONTRA-ACCOUNT TO WS-MP-CONTRA (WS-SLOT)
           END-IF.

      ******************************************************************
      * One pass over the history, totalling the business date's
      * credits and debits by source and account type. A line that
      * cannot be read as a movement (damaged amount or D/C code) is
      * counted and left out; CUSTHREC reports it by account.
      ******************************************************************
       2000-SUMMARISE-HISTORY.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 15
               MOVE 0 TO WS-SM-LINES (WS-SLOT)
               MOVE 0 TO WS-SM-CREDITS (WS-SLOT)
               MOVE 0 TO WS-SM-DEBITS (WS-SLOT)
           END-PERFORM.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35" THEN
               SET WS-HISTORY-EOF TO TRUE
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open TRANSACTION-HISTORY-FILE "
                       "(status " WS-HISTORY-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-HISTORY-EOF
               READ TRANSACTION-HISTORY-FILE
                   AT END
                       SET WS-HISTORY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF HT-POST-DATE = WS-BUSINESS-DATE THEN
                           PERFORM 2100-ADD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-FILE-STATUS NOT = "35" THEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       2100-ADD-ONE-LINE.
           IF HT-AMOUNT IS NOT NUMERIC
               OR (HT-DC-CODE NOT = "D" AND HT-DC-CODE NOT = "C")
               THEN
               ADD 1 TO WS-LINES-UNUSABLE
           ELSE
               PERFORM 2200-CLASSIFY-LINE
               IF WS-TYPE-INDEX = 0 THEN
                   ADD 1 TO WS-LINES-UNUSABLE
               ELSE
                   COMPUTE WS-SLOT = (WS-SOURCE-INDEX - 1) * 3
                       + WS-TYPE-INDEX
                   ADD 1 TO WS-SM-LINES (WS-SLOT)
                   ADD 1 TO WS-LINES-SELECTED
                   IF HT-DC-CODE = "C" THEN
                       ADD HT-AMOUNT TO WS-SM-CREDITS (WS-SLOT)
                   ELSE
                       ADD HT-AMOUNT TO WS-SM-DEBITS (WS-SLOT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The source of a history line. The fixed references of the
      * overdraft and interest runs come first, since a reversal of
      * either keeps the reference; then the transfer legs, and the
      * sweep legs by their reference; then the loan lines by their
      * reference captions; everything else is a customer posting.
      * A blank account type is checking.
      ******************************************************************
       2200-CLASSIFY-LINE.
           EVALUATE TRUE
               WHEN HT-REFERENCE = "OVERDRAFT ASSESSMENT"
                   MOVE 3 TO WS-SOURCE-INDEX
               WHEN HT-REFERENCE = "INTEREST PAID"
                   MOVE 4 TO WS-SOURCE-INDEX
               WHEN HT-ENTRY-TRANSFER
               WHEN HT-REFERENCE(1:9) = "OD SWEEP "
                   MOVE 2 TO WS-SOURCE-INDEX
               WHEN HT-REFERENCE = "LOAN DRAWDOWN"
               WHEN HT-REFERENCE(1:15) = "LOAN PRINCIPAL "
               WHEN HT-REFERENCE(1:15) = "LOAN INTEREST  "
                   MOVE 5 TO WS-SOURCE-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-SOURCE-INDEX
           END-EVALUATE.
           EVALUATE HT-ACCOUNT-TYPE
               WHEN SPACE
               WHEN "C"
                   MOVE 1 TO WS-TYPE-INDEX
               WHEN "S"
                   MOVE 2 TO WS-TYPE-INDEX
               WHEN "L"
                   MOVE 3 TO WS-TYPE-INDEX
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-INDEX
           END-EVALUATE.

      ******************************************************************
      * Build the journal in storage: for each source and account type
      * with movement, one pair for the customer credits (debit the
      * contra, credit the ledger) and one for the customer debits
      * (debit the ledger, credit the contra). The journal is refused
      * if any source and type with movement has no GL accounts, or
      * if the two sides do not come to the same total.
      ******************************************************************
       3000-BUILD-JOURNAL.
           PERFORM 3100-BUILD-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 15.
           IF NOT WS-JOURNAL-REFUSED
               AND WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
               SET WS-JOURNAL-REFUSED TO TRUE
               MOVE "journal debits and credits do not balance"
                   TO WS-REFUSE-REASON
           END-IF.

       3100-BUILD-ONE-SLOT.
           IF WS-SM-CREDITS (WS-SLOT) > 0
               OR WS-SM-DEBITS (WS-SLOT) > 0 THEN
               IF WS-MP-LEDGER (WS-SLOT) = SPACES
                   OR WS-MP-CONTRA (WS-SLOT) = SPACES THEN
                   IF NOT WS-JOURNAL-REFUSED THEN
                       SET WS-JOURNAL-REFUSED TO TRUE
                       COMPUTE WS-SOURCE-INDEX =
                           (WS-SLOT - 1) / 3 + 1
                       COMPUTE WS-TYPE-INDEX = WS-SLOT
                           - (WS-SOURCE-INDEX - 1) * 3
                       STRING "no GL accounts mapped for "
                           DELIMITED BY SIZE
                           WS-SOURCE-CODE (WS-SOURCE-INDEX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-TYPE-CODE (WS-TYPE-INDEX)
                           DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                       END-STRING
                   END-IF
               ELSE
                   IF WS-SM-CREDITS (WS-SLOT) > 0 THEN
                       MOVE WS-SM-CREDITS (WS-SLOT) TO WS-PAIR-AMOUNT
                       MOVE WS-MP-CONTRA (WS-SLOT)
                           TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE WS-MP-LEDGER (WS-SLOT)
                           TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE "C" TO WS-PAIR-MOVEMENT
                       PERFORM 3200-ADD-PAIR
                   END-IF
                   IF WS-SM-DEBITS (WS-SLOT) > 0 THEN
                       MOVE WS-SM-DEBITS (WS-SLOT) TO WS-PAIR-AMOUNT
                       MOVE WS-MP-LEDGER (WS-SLOT)
                           TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE WS-MP-CONTRA (WS-SLOT)
                           TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE "D" TO WS-PAIR-MOVEMENT
                       PERFORM 3200-ADD-PAIR
                   END-IF
               END-IF
           END-IF.

       3200-ADD-PAIR.
           ADD 1 TO WS-PAIR-COUNT.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-PAIR-COUNT TO WS-JE-PAIR-NO (WS-ENTRY-COUNT).
           MOVE WS-PAIR-DEBIT-ACCOUNT TO WS-JE-ACCOUNT (WS-ENTRY-COUNT).
           MOVE "D" TO WS-JE-DR-CR (WS-ENTRY-COUNT).
           MOVE WS-PAIR-AMOUNT TO WS-JE-AMOUNT (WS-ENTRY-COUNT).
           MOVE WS-SLOT TO WS-JE-SLOT (WS-ENTRY-COUNT).
           MOVE WS-PAIR-MOVEMENT TO WS-JE-MOVEMENT (WS-ENTRY-COUNT).
           ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL.

           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-PAIR-COUNT TO WS-JE-PAIR-NO (WS-ENTRY-COUNT).
           MOVE WS-PAIR-CREDIT-ACCOUNT
               TO WS-JE-ACCOUNT (WS-ENTRY-COUNT).
           MOVE "C" TO WS-JE-DR-CR (WS-ENTRY-COUNT).
           MOVE WS-PAIR-AMOUNT TO WS-JE-AMOUNT (WS-ENTRY-COUNT).
           MOVE WS-SLOT TO WS-JE-SLOT (WS-ENTRY-COUNT).
           MOVE WS-PAIR-MOVEMENT TO WS-JE-MOVEMENT (WS-ENTRY-COUNT).
           ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL.

           IF WS-PAIR-MOVEMENT = "C" THEN
               ADD WS-PAIR-AMOUNT TO WS-LEDGER-NET
           ELSE
               SUBTRACT WS-PAIR-AMOUNT FROM WS-LEDGER-NET
           END-IF.

      ******************************************************************
      * The finance import file: header, the entries in pair order,
      * and the trailer. Each entry is also listed on the report.
      ******************************************************************
       4000-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO JH-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO JH-CREATED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO JH-CREATED-TIME.
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-HEADER.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-ENTRY-HEADING.
           PERFORM 4010-WRITE-ONE-ENTRY
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT.

           MOVE WS-BUSINESS-DATE TO JT-BUSINESS-DATE.
           MOVE WS-ENTRY-COUNT TO JT-ENTRY-COUNT.
           MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-TRAILER.
           CLOSE JOURNAL-FILE.

       4010-WRITE-ONE-ENTRY.
           MOVE WS-JE-SLOT (WS-ENTRY-INDEX) TO WS-SLOT.
           COMPUTE WS-SOURCE-INDEX = (WS-SLOT - 1) / 3 + 1.
           COMPUTE WS-TYPE-INDEX = WS-SLOT
               - (WS-SOURCE-INDEX - 1) * 3.

           MOVE WS-BUSINESS-DATE TO JD-BUSINESS-DATE.
           MOVE WS-JE-PAIR-NO (WS-ENTRY-INDEX) TO JD-PAIR-NO.
           MOVE WS-JE-ACCOUNT (WS-ENTRY-INDEX) TO JD-GL-ACCOUNT.
           MOVE WS-JE-DR-CR (WS-ENTRY-INDEX) TO JD-DR-CR.
           MOVE WS-JE-AMOUNT (WS-ENTRY-INDEX) TO JD-AMOUNT.
           MOVE WS-SOURCE-CODE (WS-SOURCE-INDEX) TO JD-SOURCE.
           MOVE WS-TYPE-CODE (WS-TYPE-INDEX) TO JD-ACCOUNT-TYPE.
           MOVE WS-JE-MOVEMENT (WS-ENTRY-INDEX) TO JD-MOVEMENT.
           MOVE WS-SOURCE-NAME (WS-SOURCE-INDEX) TO JD-DESCRIPTION.
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-DETAIL.

           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE WS-JE-PAIR-NO (WS-ENTRY-INDEX) TO WS-EL-PAIR-NO.
           MOVE WS-JE-ACCOUNT (WS-ENTRY-INDEX) TO WS-EL-ACCOUNT.
           MOVE WS-SOURCE-CODE (WS-SOURCE-INDEX) TO WS-EL-SOURCE.
           MOVE WS-TYPE-CODE (WS-TYPE-INDEX) TO WS-EL-TYPE.
           MOVE WS-JE-MOVEMENT (WS-ENTRY-INDEX) TO WS-EL-MOVEMENT.
           IF WS-JE-DR-CR (WS-ENTRY-INDEX) = "D" THEN
               MOVE WS-JE-AMOUNT (WS-ENTRY-INDEX) TO WS-EL-DEBIT
               MOVE 0 TO WS-EL-CREDIT
           ELSE
               MOVE 0 TO WS-EL-DEBIT
               MOVE WS-JE-AMOUNT (WS-ENTRY-INDEX) TO WS-EL-CREDIT
           END-IF.
           WRITE REPORT-RECORD FROM WS-ENTRY-LINE.

      ******************************************************************
      * A refused journal leaves the import file empty, so finance
      * can never pick up a journal that does not balance - nor last
      * night's again.
      ******************************************************************
       4100-REFUSE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "JOURNAL REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE 8 TO RETURN-CODE.
           MOVE 8 TO EOD-STEP-STATUS.

      ******************************************************************
      * The journal's net movement on the customer ledger accounts
      * against the day's change in the control total CUSTRECON
      * struck tonight. Not tying, or having no control total for
      * this business date to tie to, is a warning.
      ******************************************************************
       5000-TIE-TO-CONTROL-TOTAL.
           MOVE "CONTROL TOTAL NOT AVAILABLE FOR THIS BUSINESS DATE"
               TO WS-TIE-RESULT.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
               READ CONTROL-TOTAL-FILE
                   AT END
                       MOVE SPACES TO CONTROL-TOTAL-RECORD
               END-READ
               CLOSE CONTROL-TOTAL-FILE
               IF CT-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND CT-TOTAL-BALANCE IS NUMERIC
                   AND CT-PRIOR-TOTAL-BALANCE IS NUMERIC THEN
                   COMPUTE WS-CONTROL-CHANGE =
                       CT-TOTAL-BALANCE - CT-PRIOR-TOTAL-BALANCE
                   COMPUTE WS-TIE-DIFFERENCE =
                       WS-CONTROL-CHANGE - WS-LEDGER-NET
                   IF WS-TIE-DIFFERENCE = 0 THEN
                       MOVE "JOURNAL TIES TO THE CONTROL TOTAL CHANGE"
                           TO WS-TIE-RESULT
                   ELSE
                       MOVE "JOURNAL DOES NOT TIE TO THE CONTROL TOTAL"
                           TO WS-TIE-RESULT
                   END-IF
               END-IF
           END-IF.
           IF WS-TIE-RESULT NOT =
               "JOURNAL TIES TO THE CONTROL TOTAL CHANGE"
               AND EOD-STEP-STATUS < 4 THEN
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO EOD-STEP-STATUS
           END-IF.

       6000-WRITE-REPORT-SOURCES.
           MOVE WS-BUSINESS-DATE TO WS-RT-DATE.
           WRITE REPORT-RECORD FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-SOURCE-HEADING.
           PERFORM 6010-WRITE-ONE-SOURCE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 15.

       6010-WRITE-ONE-SOURCE.
           IF WS-SM-LINES (WS-SLOT) > 0 THEN
               COMPUTE WS-SOURCE-INDEX = (WS-SLOT - 1) / 3 + 1
               COMPUTE WS-TYPE-INDEX = WS-SLOT
                   - (WS-SOURCE-INDEX - 1) * 3
               MOVE SPACES TO WS-SOURCE-LINE
               MOVE WS-SOURCE-NAME (WS-SOURCE-INDEX) TO WS-SL-NAME
               MOVE WS-TYPE-CODE (WS-TYPE-INDEX) TO WS-SL-TYPE
               MOVE WS-SM-LINES (WS-SLOT) TO WS-SL-LINES
               MOVE WS-SM-CREDITS (WS-SLOT) TO WS-SL-CREDITS
               MOVE WS-SM-DEBITS (WS-SLOT) TO WS-SL-DEBITS
               WRITE REPORT-RECORD FROM WS-SOURCE-LINE
           END-IF.

       6500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "History lines journaled:" TO WS-CL-LABEL.
           MOVE WS-LINES-SELECTED TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "History lines unusable:" TO WS-CL-LABEL.
           MOVE WS-LINES-UNUSABLE TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "Journal entries:" TO WS-CL-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "Total debits:" TO WS-TL-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "Total credits:" TO WS-TL-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "Customer ledger net movement:" TO WS-TL-LABEL.
           MOVE WS-LEDGER-NET TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "Control total change:" TO WS-TL-LABEL.
           MOVE WS-CONTROL-CHANGE TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "Difference:" TO WS-TL-LABEL.
           MOVE WS-TIE-DIFFERENCE TO WS-TL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-TIE-RESULT TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

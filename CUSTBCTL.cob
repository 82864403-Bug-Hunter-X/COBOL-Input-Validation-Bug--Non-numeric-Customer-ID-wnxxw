      ******************************************************************
      * PROGRAM-ID. CUSTBCTL
      *
      * Batch control pre-edit - runs in the end-of-day sequence
      * after everything that adds to POSTING-FILE and before
      * CUSTPOST and CUSTXFER apply a single line. Every batch on
      * POSTING.DAT and TRANSFER.DAT is read through from its header
      * to its trailer (layouts in BCTLREC) and proved: the lines
      * counted, the debits and credits totalled and the customer
      * IDs hashed must all agree with what the trailer says the
      * sender sent. A truncated or doubled tape shows up here,
      * before the money moves, not in the morning's tie-out.
      *
      * A batch is held out of the night run when its trailer does
      * not agree, when it has no trailer at all (the file was cut
      * short) or its header is damaged, when its file date is after
      * the business date or more than WS-MAX-FILE-AGE days before
      * it, or when its source and batch sequence number have been
      * accepted before - on BATCH-REGISTER-FILE under an earlier
      * business date, or earlier in tonight's files. Lines outside
      * any header and trailer are held out the same way. Held lines
      * are moved, in order, onto POSTING.HLD or TRANSFER.HLD and the
      * file is rewritten with only its good batches, through the
      * side file POSTING.NEW or TRANSFER.NEW with the copied count
      * verified as CUSTSGEN does for STANDING.DAT. Any batch held
      * out fails the step, so the night run stops for operations to
      * look at BATCHCTL.RPT; the rerun finds only good batches left
      * and goes on. Accepted batches are added to the register
      * under the business date, so a rerun of the same night does
      * not mistake them for repeats.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBCTL IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT-FILE ASSIGN TO DYNAMIC
               WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT BATCH-WORK-FILE ASSIGN TO DYNAMIC
               WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT BATCH-HOLD-FILE ASSIGN TO DYNAMIC
               WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BATCHCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-INPUT-FILE.
       01  BATCH-INPUT-RECORD              PIC X(80).

       FD  BATCH-WORK-FILE.
       01  BATCH-WORK-RECORD               PIC X(80).

       FD  BATCH-HOLD-FILE.
       01  BATCH-HOLD-RECORD               PIC X(80).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           COPY BREGREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-STATUS            PIC XX.
       01  WS-WORK-FILE-STATUS             PIC XX.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-BUSDATE-INTEGER              PIC 9(9)  COMP.
       01  WS-FILE-DATE-INTEGER            PIC 9(9)  COMP.

      *    A file dated more than this many days before the business
      *    date is stale - long enough to cover a weekend's tapes
      *    arriving together on the Monday night.
       01  WS-MAX-FILE-AGE                 PIC 9(3)   VALUE 3.

      ******************************************************************
      * The two files proved, with the side file each is rewritten
      * through and the file its held batches are moved onto.
      ******************************************************************
       01  WS-FILE-NAME-VALUES.
           05  FILLER                      PIC X(36)
               VALUE "POSTING.DAT POSTING.NEW POSTING.HLD ".
           05  FILLER                      PIC X(36)
               VALUE "TRANSFER.DATTRANSFER.NEWTRANSFER.HLD".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAMES OCCURS 2 TIMES.
               10  WS-FN-INPUT             PIC X(12).
               10  WS-FN-WORK              PIC X(12).
               10  WS-FN-HOLD              PIC X(12).
       01  WS-FILE-INDEX                   PIC 9      VALUE 0.
           88  WS-POSTING-FILE-PASS        VALUE 1.
           88  WS-TRANSFER-FILE-PASS       VALUE 2.
       01  WS-INPUT-FILE-NAME              PIC X(12).
       01  WS-WORK-FILE-NAME               PIC X(12).
       01  WS-HOLD-FILE-NAME               PIC X(12).

       01  WS-INPUT-EOF-SWITCH             PIC X      VALUE "N".
           88  WS-INPUT-EOF                VALUE "Y".
       01  WS-WORK-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-WORK-EOF                 VALUE "Y".
       01  WS-MOVE-FAILED-SWITCH           PIC X      VALUE "N".
           88  WS-MOVE-FAILED              VALUE "Y".
       01  WS-NOT-MOVED-SWITCH             PIC X      VALUE "N".
           88  WS-HELD-NOT-MOVED           VALUE "Y".
       01  WS-REGISTER-EOF-SWITCH          PIC X      VALUE "N".
           88  WS-REGISTER-EOF             VALUE "Y".
       01  WS-OVERFLOW-SWITCH              PIC X      VALUE "N".
           88  WS-BATCH-OVERFLOW           VALUE "Y".

      ******************************************************************
      * One input line, seen as a batch control record, a posting
      * line (with the pre-account-type layout CUSTPOST still
      * accepts, where the amount follows the D/C code) or a
      * transfer line.
      ******************************************************************
       01  WS-LINE-AREA                    PIC X(80).
       01  WS-CONTROL-LINE REDEFINES WS-LINE-AREA.
           COPY BCTLREC.
       01  WS-POSTING-LINE REDEFINES WS-LINE-AREA.
           05  WS-PL-CUSTOMER-ID           PIC X(6).
           05  FILLER                      PIC X.
           05  WS-PL-DC-CODE               PIC X.
           05  FILLER                      PIC X.
           05  WS-PL-ACCOUNT-TYPE          PIC X.
           05  FILLER                      PIC X.
           05  WS-PL-AMOUNT                PIC X(13).
           05  FILLER                      PIC X(56).
       01  WS-OLD-POSTING-LINE REDEFINES WS-LINE-AREA.
           05  FILLER                      PIC X(9).
           05  WS-OL-AMOUNT                PIC X(13).
           05  FILLER                      PIC X(58).
       01  WS-TRANSFER-LINE REDEFINES WS-LINE-AREA.
           05  WS-TL-FROM-ID               PIC X(6).
           05  FILLER                      PIC X.
           05  WS-TL-TO-ID                 PIC X(6).
           05  FILLER                      PIC X.
           05  WS-TL-AMOUNT                PIC X(13).
           05  FILLER                      PIC X(53).

       01  WS-AMOUNT-TEXT                  PIC X(13).
       01  WS-AMOUNT-CHECK                 PIC S9(4) COMP.
       01  WS-LINE-AMOUNT                  PIC 9(11)V99.
       01  WS-ID-NUMBER                    PIC 9(6).

      ******************************************************************
      * Every batch found tonight, across both files, in file order.
      * A run of lines outside any header and trailer is entered as
      * a batch of its own (kind S) so it can be held out with the
      * rest. The first and last line numbers place each batch in
      * its file for the hold-out pass.
      ******************************************************************
       01  WS-BATCH-TABLE.
           05  WS-BATCH OCCURS 100 TIMES.
               10  WS-BT-FILE-INDEX        PIC 9.
               10  WS-BT-KIND              PIC X.
               10  WS-BT-SOURCE            PIC X(8).
               10  WS-BT-FILE-DATE         PIC X(8).
               10  WS-BT-BATCH-SEQ         PIC 9(6).
               10  WS-BT-FIRST-LINE        PIC 9(7).
               10  WS-BT-LAST-LINE         PIC 9(7).
               10  WS-BT-ITEMS             PIC 9(7).
               10  WS-BT-DEBITS            PIC 9(11)V99.
               10  WS-BT-CREDITS           PIC 9(11)V99.
               10  WS-BT-HASH              PIC 9(15).
               10  WS-BT-HEADER-OK         PIC X.
               10  WS-BT-REGISTERED        PIC X.
               10  WS-BT-RESULT            PIC X.
               10  WS-BT-REASON            PIC X(30).
       01  WS-BATCH-COUNT                  PIC 9(3)   VALUE 0.
       01  WS-BATCH-INDEX                  PIC 9(3)   VALUE 0.
       01  WS-OTHER-INDEX                  PIC 9(3)   VALUE 0.
       01  WS-OPEN-BATCH                   PIC 9(3)   VALUE 0.
       01  WS-FILE-FIRST-BATCH             PIC 9(3)   VALUE 0.
       01  WS-FILE-HELD-COUNT              PIC 9(3)   VALUE 0.
       01  WS-LINE-NUMBER                  PIC 9(7)   VALUE 0.
       01  WS-REASON                       PIC X(30).

       01  WS-KEPT-COUNT                   PIC 9(7)   VALUE 0.
       01  WS-COPIED-COUNT                 PIC 9(7)   VALUE 0.
       01  WS-MOVED-COUNT                  PIC 9(7)   VALUE 0.
       01  WS-ACCEPTED-COUNT               PIC 9(3)   VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(3)   VALUE 0.

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(37)
               VALUE "BATCH CONTROL PRE-EDIT - BUSINESS DAY".
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RT-DATE                  PIC X(8).

       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(13)  VALUE "FILE".
           05  FILLER                      PIC X(9)   VALUE "SOURCE".
           05  FILLER                      PIC X(7)   VALUE "SEQ".
           05  FILLER                      PIC X(9)   VALUE "FILE DATE".
           05  FILLER                      PIC X(7)   VALUE "  ITEMS".
           05  FILLER                      PIC X(15)
               VALUE "         DEBITS".
           05  FILLER                      PIC X(15)
               VALUE "        CREDITS".

       01  WS-BATCH-LINE.
           05  WS-BL-FILE                  PIC X(12).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-SOURCE                PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-SEQ                   PIC X(6).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-FILE-DATE             PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-ITEMS                 PIC ZZZZZZ9.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-BL-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RESULT-LINE.
           05  FILLER                      PIC X(4)   VALUE SPACES.
           05  WS-RL-RESULT                PIC X(11).
           05  WS-RL-REASON                PIC X(30).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                 PIC X(24).
           05  WS-CL-COUNT                 PIC ZZZ,ZZ9.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-RT-DATE.
           WRITE REPORT-RECORD FROM WS-REPORT-TITLE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING.

           PERFORM 1000-PROVE-ONE-FILE
               VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > 2.

           PERFORM 4000-REGISTER-ACCEPTED-BATCHES.
           PERFORM 5000-WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Batches accepted: " WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Batches held out: " WS-COUNT-DISPLAY.
           IF WS-HELD-COUNT > 0 THEN
               IF WS-HELD-NOT-MOVED THEN
                   DISPLAY "BATCHES HELD OUT of tonight's run - see "
                       "BATCHCTL.RPT; some held lines could NOT be "
                       "moved and are still on the input file."
               ELSE
                   DISPLAY "BATCHES HELD OUT of tonight's run - see "
                       "BATCHCTL.RPT; the held lines are on "
                       "POSTING.HLD or TRANSFER.HLD."
               END-IF
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
           END-IF.
           GOBACK.

      ******************************************************************
      * The business date the files are dated against. The night
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
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE)).

      ******************************************************************
      * One file: prove every batch on it, then - only if anything is
      * held - move the held batches out. A missing file is nothing
      * to prove; the posting run says so itself. More batches than
      * the table holds fails the step with the file untouched.
      ******************************************************************
       1000-PROVE-ONE-FILE.
           MOVE WS-FN-INPUT (WS-FILE-INDEX) TO WS-INPUT-FILE-NAME.
           MOVE WS-FN-WORK (WS-FILE-INDEX) TO WS-WORK-FILE-NAME.
           MOVE WS-FN-HOLD (WS-FILE-INDEX) TO WS-HOLD-FILE-NAME.
           COMPUTE WS-FILE-FIRST-BATCH = WS-BATCH-COUNT + 1.
           MOVE 0 TO WS-OPEN-BATCH.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-HELD-COUNT.
           MOVE "N" TO WS-INPUT-EOF-SWITCH.

           OPEN INPUT BATCH-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS = "35" THEN
               MOVE SPACES TO REPORT-RECORD
               STRING WS-INPUT-FILE-NAME DELIMITED BY SPACE
                   " - no file tonight" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               IF WS-INPUT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open " WS-INPUT-FILE-NAME
                       " (status " WS-INPUT-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   CLOSE REPORT-FILE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-INPUT-EOF
                   READ BATCH-INPUT-FILE INTO WS-LINE-AREA
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-LINE-AREA NOT = SPACES THEN
                               PERFORM 2000-TAKE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-INPUT-FILE
               IF WS-OPEN-BATCH > 0 THEN
                   IF WS-BT-KIND (WS-OPEN-BATCH) = "B" THEN
                       MOVE "no trailer - file cut short"
                           TO WS-REASON
                       MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX
                       PERFORM 2900-HOLD-BATCH
                   END-IF
               END-IF
               IF WS-BATCH-OVERFLOW THEN
                   DISPLAY WS-INPUT-FILE-NAME " holds more than 100 "
                       "batches - nothing proved or posted. Split it "
                       "and rerun."
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   CLOSE REPORT-FILE
                   GOBACK
               END-IF
               PERFORM 1100-REPORT-ONE-BATCH
                   VARYING WS-BATCH-INDEX FROM WS-FILE-FIRST-BATCH
                   BY 1 UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
               IF WS-FILE-HELD-COUNT > 0 THEN
                   PERFORM 3000-MOVE-HELD-BATCHES
               END-IF
           END-IF.

       1100-REPORT-ONE-BATCH.
           MOVE SPACES TO WS-BATCH-LINE.
           MOVE WS-INPUT-FILE-NAME TO WS-BL-FILE.
           IF WS-BT-KIND (WS-BATCH-INDEX) = "B" THEN
               MOVE WS-BT-SOURCE (WS-BATCH-INDEX) TO WS-BL-SOURCE
               MOVE WS-BT-BATCH-SEQ (WS-BATCH-INDEX) TO WS-BL-SEQ
               MOVE WS-BT-FILE-DATE (WS-BATCH-INDEX)
                   TO WS-BL-FILE-DATE
           ELSE
               MOVE "(NONE)" TO WS-BL-SOURCE
           END-IF.
           MOVE WS-BT-ITEMS (WS-BATCH-INDEX) TO WS-BL-ITEMS.
           MOVE WS-BT-DEBITS (WS-BATCH-INDEX) TO WS-BL-DEBITS.
           MOVE WS-BT-CREDITS (WS-BATCH-INDEX) TO WS-BL-CREDITS.
           WRITE REPORT-RECORD FROM WS-BATCH-LINE.
           MOVE SPACES TO WS-RESULT-LINE.
           IF WS-BT-RESULT (WS-BATCH-INDEX) = "A" THEN
               MOVE "ACCEPTED" TO WS-RL-RESULT
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE "HELD OUT -" TO WS-RL-RESULT
               MOVE WS-BT-REASON (WS-BATCH-INDEX) TO WS-RL-REASON
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM WS-RESULT-LINE.

      ******************************************************************
      * One non-blank line. A header closes any batch left open -
      * which had no trailer - and opens the next; a trailer proves
      * and closes the open batch; any other line is an item of the
      * open batch, or opens a run of lines outside any batch.
      ******************************************************************
       2000-TAKE-ONE-LINE.
           EVALUATE TRUE
               WHEN BC-HEADER
                   IF WS-OPEN-BATCH > 0 THEN
                       IF WS-BT-KIND (WS-OPEN-BATCH) = "B" THEN
                           MOVE "no trailer before next header"
                               TO WS-REASON
                           MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX
                           PERFORM 2900-HOLD-BATCH
                       END-IF
                   END-IF
                   PERFORM 2100-START-BATCH
               WHEN BC-TRAILER
                   IF WS-OPEN-BATCH = 0 THEN
                       PERFORM 2150-START-STRAY-LINES
                       IF WS-OPEN-BATCH > 0 THEN
                           MOVE "trailer without a header" TO WS-REASON
                           MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX
                           PERFORM 2900-HOLD-BATCH
                       END-IF
                   END-IF
                   IF WS-OPEN-BATCH > 0 THEN
                       MOVE WS-LINE-NUMBER
                           TO WS-BT-LAST-LINE (WS-OPEN-BATCH)
                       IF WS-BT-KIND (WS-OPEN-BATCH) = "B" THEN
                           PERFORM 2300-PROVE-TRAILER
                       END-IF
                   END-IF
                   MOVE 0 TO WS-OPEN-BATCH
               WHEN OTHER
                   IF WS-OPEN-BATCH = 0 THEN
                       PERFORM 2150-START-STRAY-LINES
                       IF WS-OPEN-BATCH > 0 THEN
                           MOVE "lines outside any batch" TO WS-REASON
                           MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX
                           PERFORM 2900-HOLD-BATCH
                       END-IF
                   END-IF
                   IF WS-OPEN-BATCH > 0 THEN
                       MOVE WS-LINE-NUMBER
                           TO WS-BT-LAST-LINE (WS-OPEN-BATCH)
                       PERFORM 2400-ADD-ONE-ITEM
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * A new batch from its header. The header must name a source,
      * a real file date no later than the business date and no
      * older than WS-MAX-FILE-AGE days, and a batch sequence number
      * that source has not had accepted before.
      ******************************************************************
       2100-START-BATCH.
           PERFORM 2200-NEW-TABLE-ENTRY.
           IF WS-OPEN-BATCH > 0 THEN
               MOVE "B" TO WS-BT-KIND (WS-OPEN-BATCH)
               MOVE BC-SOURCE TO WS-BT-SOURCE (WS-OPEN-BATCH)
               MOVE BC-FILE-DATE TO WS-BT-FILE-DATE (WS-OPEN-BATCH)
               MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX
               EVALUATE TRUE
                   WHEN BC-SOURCE = SPACES
                       MOVE "header names no source" TO WS-REASON
                       PERFORM 2900-HOLD-BATCH
                   WHEN BC-BATCH-SEQ IS NOT NUMERIC
                       MOVE "header batch sequence not valid"
                           TO WS-REASON
                       PERFORM 2900-HOLD-BATCH
                   WHEN BC-FILE-DATE IS NOT NUMERIC
                       MOVE "header file date not valid" TO WS-REASON
                       PERFORM 2900-HOLD-BATCH
                   WHEN OTHER
                       MOVE BC-BATCH-SEQ
                           TO WS-BT-BATCH-SEQ (WS-OPEN-BATCH)
                       MOVE "Y" TO WS-BT-HEADER-OK (WS-OPEN-BATCH)
                       PERFORM 2110-CHECK-FILE-DATE
                       PERFORM 2120-CHECK-SEQUENCE
               END-EVALUATE
           END-IF.

       2110-CHECK-FILE-DATE.
           COMPUTE WS-FILE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BC-FILE-DATE)).
           EVALUATE TRUE
               WHEN WS-FILE-DATE-INTEGER = 0
                   MOVE "header file date not valid" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN BC-FILE-DATE > WS-BUSINESS-DATE
                   MOVE "file dated after business date" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN WS-BUSDATE-INTEGER - WS-FILE-DATE-INTEGER
                   > WS-MAX-FILE-AGE
                   MOVE "stale file date" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
           END-EVALUATE.

      ******************************************************************
      * The same source and sequence earlier in tonight's files is a
      * doubled batch. On the register under an earlier business
      * date it was processed before; under tonight's date it was
      * accepted by an earlier try of this same run, and stands.
      ******************************************************************
       2120-CHECK-SEQUENCE.
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-INDEX NOT < WS-OPEN-BATCH
               IF WS-BT-HEADER-OK (WS-OTHER-INDEX) = "Y"
                   AND WS-BT-SOURCE (WS-OTHER-INDEX) = BC-SOURCE
                   AND WS-BT-BATCH-SEQ (WS-OTHER-INDEX) = BC-BATCH-SEQ
                   THEN
                   MOVE "batch repeated tonight"
                       TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00" THEN
               SET WS-REGISTER-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-REGISTER-EOF
               READ BATCH-REGISTER-FILE
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF BR-SOURCE = BC-SOURCE
                           AND BR-BATCH-SEQ = BC-BATCH-SEQ THEN
                           IF BR-BUSINESS-DATE = WS-BUSINESS-DATE
                               THEN
                               MOVE "Y" TO
                                   WS-BT-REGISTERED (WS-OPEN-BATCH)
                           ELSE
                               MOVE "batch already processed"
                                   TO WS-REASON
                               PERFORM 2900-HOLD-BATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REGISTER-FILE-STATUS NOT = "35" THEN
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       2150-START-STRAY-LINES.
           PERFORM 2200-NEW-TABLE-ENTRY.
           IF WS-OPEN-BATCH > 0 THEN
               MOVE "S" TO WS-BT-KIND (WS-OPEN-BATCH)
           END-IF.

       2200-NEW-TABLE-ENTRY.
           IF WS-BATCH-COUNT NOT < 100 THEN
               SET WS-BATCH-OVERFLOW TO TRUE
               MOVE 0 TO WS-OPEN-BATCH
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-OPEN-BATCH
               MOVE SPACES TO WS-BATCH (WS-OPEN-BATCH)
               MOVE WS-FILE-INDEX TO WS-BT-FILE-INDEX (WS-OPEN-BATCH)
               MOVE 0 TO WS-BT-BATCH-SEQ (WS-OPEN-BATCH)
               MOVE WS-LINE-NUMBER TO WS-BT-FIRST-LINE (WS-OPEN-BATCH)
               MOVE WS-LINE-NUMBER TO WS-BT-LAST-LINE (WS-OPEN-BATCH)
               MOVE 0 TO WS-BT-ITEMS (WS-OPEN-BATCH)
               MOVE 0 TO WS-BT-DEBITS (WS-OPEN-BATCH)
               MOVE 0 TO WS-BT-CREDITS (WS-OPEN-BATCH)
               MOVE 0 TO WS-BT-HASH (WS-OPEN-BATCH)
               MOVE "N" TO WS-BT-HEADER-OK (WS-OPEN-BATCH)
               MOVE "N" TO WS-BT-REGISTERED (WS-OPEN-BATCH)
               MOVE "A" TO WS-BT-RESULT (WS-OPEN-BATCH)
           END-IF.

      ******************************************************************
      * The trailer against what was counted. The first difference
      * found is the one reported.
      ******************************************************************
       2300-PROVE-TRAILER.
           MOVE WS-OPEN-BATCH TO WS-BATCH-INDEX.
           EVALUATE TRUE
               WHEN BC-ITEM-COUNT IS NOT NUMERIC
                   OR BC-DEBIT-TOTAL IS NOT NUMERIC
                   OR BC-CREDIT-TOTAL IS NOT NUMERIC
                   OR BC-HASH-TOTAL IS NOT NUMERIC
                   MOVE "trailer not valid" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN BC-ITEM-COUNT NOT = WS-BT-ITEMS (WS-OPEN-BATCH)
                   MOVE "item count out of balance" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN BC-DEBIT-TOTAL NOT = WS-BT-DEBITS (WS-OPEN-BATCH)
                   MOVE "debit total out of balance" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN BC-CREDIT-TOTAL
                   NOT = WS-BT-CREDITS (WS-OPEN-BATCH)
                   MOVE "credit total out of balance" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
               WHEN BC-HASH-TOTAL NOT = WS-BT-HASH (WS-OPEN-BATCH)
                   MOVE "hash total out of balance" TO WS-REASON
                   PERFORM 2900-HOLD-BATCH
           END-EVALUATE.

      ******************************************************************
      * One item towards the batch totals, counted the way the
      * trailer is built (see BCTLREC). An amount that does not parse
      * adds nothing, so the totals will not agree and the batch is
      * held rather than part-posted.
      ******************************************************************
       2400-ADD-ONE-ITEM.
           ADD 1 TO WS-BT-ITEMS (WS-OPEN-BATCH).
           IF WS-POSTING-FILE-PASS THEN
               IF FUNCTION TRIM(WS-PL-CUSTOMER-ID) IS NUMERIC THEN
                   MOVE FUNCTION TRIM(WS-PL-CUSTOMER-ID)
                       TO WS-ID-NUMBER
                   ADD WS-ID-NUMBER TO WS-BT-HASH (WS-OPEN-BATCH)
               END-IF
               IF WS-PL-ACCOUNT-TYPE IS NUMERIC
                   OR WS-PL-ACCOUNT-TYPE = "."
                   OR WS-PL-ACCOUNT-TYPE = "-" THEN
                   MOVE WS-OL-AMOUNT TO WS-AMOUNT-TEXT
               ELSE
                   MOVE WS-PL-AMOUNT TO WS-AMOUNT-TEXT
               END-IF
               IF WS-PL-DC-CODE = "D" OR WS-PL-DC-CODE = "C" THEN
                   PERFORM 2410-GET-LINE-AMOUNT
                   IF WS-PL-DC-CODE = "D" THEN
                       ADD WS-LINE-AMOUNT
                           TO WS-BT-DEBITS (WS-OPEN-BATCH)
                   ELSE
                       ADD WS-LINE-AMOUNT
                           TO WS-BT-CREDITS (WS-OPEN-BATCH)
                   END-IF
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-TL-FROM-ID) IS NUMERIC THEN
                   MOVE FUNCTION TRIM(WS-TL-FROM-ID) TO WS-ID-NUMBER
                   ADD WS-ID-NUMBER TO WS-BT-HASH (WS-OPEN-BATCH)
               END-IF
               IF FUNCTION TRIM(WS-TL-TO-ID) IS NUMERIC THEN
                   MOVE FUNCTION TRIM(WS-TL-TO-ID) TO WS-ID-NUMBER
                   ADD WS-ID-NUMBER TO WS-BT-HASH (WS-OPEN-BATCH)
               END-IF
               MOVE WS-TL-AMOUNT TO WS-AMOUNT-TEXT
               PERFORM 2410-GET-LINE-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-BT-DEBITS (WS-OPEN-BATCH)
               ADD WS-LINE-AMOUNT TO WS-BT-CREDITS (WS-OPEN-BATCH)
           END-IF.

       2410-GET-LINE-AMOUNT.
           MOVE 0 TO WS-LINE-AMOUNT.
           COMPUTE WS-AMOUNT-CHECK =
               FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT).
           IF WS-AMOUNT-CHECK = 0 THEN
               MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-LINE-AMOUNT
           END-IF.

       2900-HOLD-BATCH.
           IF WS-BT-RESULT (WS-BATCH-INDEX) = "A" THEN
               MOVE "H" TO WS-BT-RESULT (WS-BATCH-INDEX)
               MOVE WS-REASON TO WS-BT-REASON (WS-BATCH-INDEX)
               ADD 1 TO WS-FILE-HELD-COUNT
           END-IF.

      ******************************************************************
      * The held batches come out of the file: every line is copied
      * either to the side file (its batch was accepted) or onto the
      * end of the hold file (held, or blank), and the side file is
      * then copied back over the input with the count verified.
      * The input is only opened OUTPUT once the side file and the
      * hold file have both been opened and written without error;
      * any failure before that leaves the input as it was and fails
      * the step.
      ******************************************************************
       3000-MOVE-HELD-BATCHES.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-MOVED-COUNT.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE WS-FILE-FIRST-BATCH TO WS-BATCH-INDEX.
           MOVE "N" TO WS-INPUT-EOF-SWITCH.
           MOVE "N" TO WS-MOVE-FAILED-SWITCH.
           PERFORM 3010-OPEN-MOVE-FILES.
           IF NOT WS-MOVE-FAILED THEN
               PERFORM UNTIL WS-INPUT-EOF OR WS-MOVE-FAILED
                   READ BATCH-INPUT-FILE INTO WS-LINE-AREA
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           PERFORM 3100-PLACE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE BATCH-INPUT-FILE
               CLOSE BATCH-WORK-FILE
               CLOSE BATCH-HOLD-FILE
           END-IF.
           IF NOT WS-MOVE-FAILED THEN
               PERFORM 3200-REWRITE-INPUT
           END-IF.

           IF WS-MOVE-FAILED THEN
               DISPLAY WS-INPUT-FILE-NAME " left as it was - held "
                   "batches NOT moved. Check " WS-HOLD-FILE-NAME
                   " for lines copied before the failure, then rerun."
               SET WS-HELD-NOT-MOVED TO TRUE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               MOVE SPACES TO REPORT-RECORD
               STRING "    held lines NOT moved - " DELIMITED BY SIZE
                   WS-INPUT-FILE-NAME DELIMITED BY SPACE
                   " left as it was" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-MOVED-COUNT TO WS-COUNT-DISPLAY
               STRING "    " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " lines moved to " DELIMITED BY SIZE
                   WS-HOLD-FILE-NAME DELIMITED BY SPACE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       3010-OPEN-MOVE-FILES.
           OPEN INPUT BATCH-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open " WS-INPUT-FILE-NAME
                   " (status " WS-INPUT-FILE-STATUS ")"
               SET WS-MOVE-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BATCH-WORK-FILE
               IF WS-WORK-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open " WS-WORK-FILE-NAME
                       " (status " WS-WORK-FILE-STATUS ")"
                   SET WS-MOVE-FAILED TO TRUE
                   CLOSE BATCH-INPUT-FILE
               ELSE
                   OPEN EXTEND BATCH-HOLD-FILE
                   IF WS-HOLD-FILE-STATUS = "05"
                       OR WS-HOLD-FILE-STATUS = "35" THEN
                       OPEN OUTPUT BATCH-HOLD-FILE
                   END-IF
                   IF WS-HOLD-FILE-STATUS NOT = "00" THEN
                       DISPLAY "Unable to open " WS-HOLD-FILE-NAME
                           " (status " WS-HOLD-FILE-STATUS ")"
                       SET WS-MOVE-FAILED TO TRUE
                       CLOSE BATCH-INPUT-FILE
                       CLOSE BATCH-WORK-FILE
                   END-IF
               END-IF
           END-IF.

       3100-PLACE-ONE-LINE.
           PERFORM UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
               OR WS-LINE-NUMBER NOT > WS-BT-LAST-LINE (WS-BATCH-INDEX)
               ADD 1 TO WS-BATCH-INDEX
           END-PERFORM.
           IF WS-LINE-AREA = SPACES
               OR WS-BATCH-INDEX > WS-BATCH-COUNT THEN
               PERFORM 3110-WRITE-HOLD-LINE
           ELSE
               IF WS-BT-RESULT (WS-BATCH-INDEX) = "A" THEN
                   WRITE BATCH-WORK-RECORD FROM WS-LINE-AREA
                   IF WS-WORK-FILE-STATUS NOT = "00" THEN
                       DISPLAY "Unable to write " WS-WORK-FILE-NAME
                           " (status " WS-WORK-FILE-STATUS ")"
                       SET WS-MOVE-FAILED TO TRUE
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
               ELSE
                   PERFORM 3110-WRITE-HOLD-LINE
               END-IF
           END-IF.

       3110-WRITE-HOLD-LINE.
           WRITE BATCH-HOLD-RECORD FROM WS-LINE-AREA.
           IF WS-HOLD-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to write " WS-HOLD-FILE-NAME
                   " (status " WS-HOLD-FILE-STATUS ")"
               SET WS-MOVE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

      ******************************************************************
      * Copy the side file back over the input. Only the open of the
      * side file is checked before the input is truncated; from then
      * on the verify below catches a short copy, and the accepted
      * lines are still whole in the side file.
      ******************************************************************
       3200-REWRITE-INPUT.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           OPEN INPUT BATCH-WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open " WS-WORK-FILE-NAME
                   " (status " WS-WORK-FILE-STATUS ")"
               SET WS-MOVE-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BATCH-INPUT-FILE
               IF WS-INPUT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open " WS-INPUT-FILE-NAME
                       " for output (status " WS-INPUT-FILE-STATUS ")"
                   SET WS-MOVE-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WS-WORK-EOF
                       READ BATCH-WORK-FILE
                           AT END
                               SET WS-WORK-EOF TO TRUE
                           NOT AT END
                               WRITE BATCH-INPUT-RECORD
                                   FROM BATCH-WORK-RECORD
                               ADD 1 TO WS-COPIED-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-INPUT-FILE
                   IF WS-COPIED-COUNT NOT = WS-KEPT-COUNT THEN
                       DISPLAY "REWRITE VERIFY FAILED - "
                           WS-INPUT-FILE-NAME " does not hold every "
                           "accepted line. They are intact in "
                           WS-WORK-FILE-NAME "; restore them before "
                           "rerunning."
                       MOVE 8 TO RETURN-CODE
                       MOVE 8 TO EOD-STEP-STATUS
                   END-IF
               END-IF
               CLOSE BATCH-WORK-FILE
           END-IF.

      ******************************************************************
      * Every batch accepted tonight goes on the register, once.
      ******************************************************************
       4000-REGISTER-ACCEPTED-BATCHES.
           OPEN EXTEND BATCH-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "05"
               OR WS-REGISTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT BATCH-REGISTER-FILE
           END-IF.
           PERFORM 4100-REGISTER-ONE-BATCH
               VARYING WS-BATCH-INDEX FROM 1 BY 1
               UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT.
           CLOSE BATCH-REGISTER-FILE.

       4100-REGISTER-ONE-BATCH.
           IF WS-BT-RESULT (WS-BATCH-INDEX) = "A"
               AND WS-BT-KIND (WS-BATCH-INDEX) = "B"
               AND WS-BT-REGISTERED (WS-BATCH-INDEX) NOT = "Y" THEN
               MOVE SPACES TO BATCH-REGISTER-RECORD
               MOVE WS-BT-SOURCE (WS-BATCH-INDEX) TO BR-SOURCE
               MOVE WS-BT-BATCH-SEQ (WS-BATCH-INDEX) TO BR-BATCH-SEQ
               MOVE WS-BT-FILE-DATE (WS-BATCH-INDEX) TO BR-FILE-DATE
               MOVE WS-BUSINESS-DATE TO BR-BUSINESS-DATE
               MOVE WS-FN-INPUT (WS-BT-FILE-INDEX (WS-BATCH-INDEX))
                   TO BR-FILE-NAME
               MOVE WS-BT-ITEMS (WS-BATCH-INDEX) TO BR-ITEM-COUNT
               MOVE WS-BT-DEBITS (WS-BATCH-INDEX) TO BR-DEBIT-TOTAL
               MOVE WS-BT-CREDITS (WS-BATCH-INDEX) TO BR-CREDIT-TOTAL
               WRITE BATCH-REGISTER-RECORD
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "Batches accepted:" TO WS-CL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "Batches held out:" TO WS-CL-LABEL.
           MOVE WS-HELD-COUNT TO WS-CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
      * PROGRAM-ID. CUSTRCOV
      *
      * Roll-forward after a restore - supervisor only. Once CUSTBKUP
      * has put CUSTOMER.DAT back to a catalogued generation, this run
      * replays the recovery journal onto it so the day's postings,
      * approvals and maintenance are not lost. The operator names the
      * generation that was restored (the live file's record count
      * and balance total must still match that generation's catalog
      * entry, so nothing has touched it since the restore), the
      * point in time to replay up to (YYYYMMDD, optionally HHMM and
      * SS; blank replays everything), and whether ACCOUNT-FILE
      * images are replayed as well - ACCOUNT.DAT is not part of the
      * backup generations, so only say yes when it has been put back
      * to the same point by other means.
      *
      * The journal that rolls forward from a generation is the one
      * whose header names it: RECOVJRN.Jnn once a later backup has
      * cut it over, otherwise the live RECOVJRN.DAT. Its trailer
      * names the generation that closed it, and the replay carries
      * on into that generation's journal, so a restore from an older
      * generation runs through every journal since. Before each
      * image is applied the record on file is checked against the
      * journal's before-image (an add needs an empty slot); the
      * first mismatch stops the run, leaving every change before it
      * applied. Every line replayed is listed on CUSTRCOV.RPT. A run
      * that stops short of the end of the journal leaves later
      * journal lines unapplied, so a fresh backup should be taken
      * before updates resume.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCOV IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-ACCT-REL-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTRCOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BACKUP-CONTROL-FILE.
       01  CONTROL-HEADER-RECORD.
           05  BC-KEEP-COUNT               PIC 9(2).
           05  FILLER                      PIC X      VALUE SPACE.
           05  BC-NEXT-GEN                 PIC 9(2).
       01  CONTROL-CATALOG-RECORD.
           05  BC-GEN-NUMBER               PIC 9(2).
           05  FILLER                      PIC X      VALUE SPACE.
           05  BC-GEN-DATE                 PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  BC-GEN-COUNT                PIC 9(7).
           05  FILLER                      PIC X      VALUE SPACE.
           05  BC-GEN-BALANCE              PIC S9(9)V99 SIGN TRAILING.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-CONTROL-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-FILE-NAME            PIC X(12)
                                           VALUE "RECOVJRN.DAT".

       01  WS-FILE-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-FILE-EOF                 VALUE "Y".
       01  WS-JOURNAL-FOUND-SWITCH         PIC X      VALUE "N".
           88  WS-JOURNAL-FOUND            VALUE "Y".
       01  WS-JOURNAL-OPEN-SWITCH          PIC X      VALUE "N".
           88  WS-JOURNAL-OPEN             VALUE "Y".
       01  WS-REPLAY-DONE-SWITCH           PIC X      VALUE "N".
           88  WS-REPLAY-DONE              VALUE "Y".
       01  WS-SLOT-FOUND-SWITCH            PIC X      VALUE "N".
           88  WS-SLOT-FOUND               VALUE "Y".
       01  WS-REPLAY-ACCOUNTS-SWITCH       PIC X      VALUE "N".
           88  WS-REPLAY-ACCOUNTS          VALUE "Y".

      *    Why the replay ended - set once, when it ends.
       01  WS-STOP-REASON                  PIC X      VALUE SPACE.
           88  WS-STOP-COMPLETE            VALUE "C".
           88  WS-STOP-AT-POINT            VALUE "P".
           88  WS-STOP-MISMATCH            VALUE "M".
           88  WS-STOP-UPDATE-FAILED       VALUE "F".
           88  WS-STOP-NO-JOURNAL          VALUE "J".

      *    The outcome of applying one journal image.
       01  WS-APPLY-RESULT                 PIC X      VALUE SPACE.
           88  WS-APPLY-DONE               VALUE "A".
           88  WS-APPLY-SKIPPED            VALUE "S".
           88  WS-APPLY-MISMATCH           VALUE "M".
           88  WS-APPLY-FAILED             VALUE "F".

       01  WS-GEN-INPUT                    PIC X(4).
       01  WS-CUTOFF-INPUT                 PIC X(14).
       01  WS-ACCOUNTS-INPUT               PIC X.
       01  WS-CONFIRM-INPUT                PIC X.
       01  WS-CUTOFF-LENGTH                PIC 9(2)   VALUE 0.
       01  WS-REPLAY-CUTOFF                PIC X(16).

       01  WS-KEEP-COUNT                   PIC 9(2)   VALUE 0.
       01  WS-THIS-GEN                     PIC 9(2)   VALUE 0.
       01  WS-GEN-EDIT                     PIC 99.
       01  WS-CHAIN-GEN                    PIC 9(2)   VALUE 0.
       01  WS-CHAIN-DATE                   PIC X(8).

       01  WS-CATALOG-AREA.
           05  WS-CAT-ENTRY OCCURS 99 TIMES.
               10  WS-CAT-DATE             PIC X(8).
               10  WS-CAT-COUNT            PIC 9(7).
               10  WS-CAT-BALANCE          PIC S9(9)V99.
       01  WS-CAT-INDEX                    PIC 9(3)   VALUE 0.

       01  WS-LIVE-COUNT                   PIC 9(7)     VALUE 0.
       01  WS-LIVE-TOTAL                   PIC S9(9)V99 VALUE 0.

       01  WS-JOURNAL-COUNT                PIC 9(7)   VALUE 0.
       01  WS-CUSTOMER-APPLIED-COUNT       PIC 9(7)   VALUE 0.
       01  WS-ACCOUNT-APPLIED-COUNT        PIC 9(7)   VALUE 0.
       01  WS-ACCOUNT-SKIPPED-COUNT        PIC 9(7)   VALUE 0.

       01  WS-ON-FILE-IMAGE                PIC X(45).

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-BALANCE-DISPLAY              PIC ----,---,--9.99.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(36)
               VALUE "ROLL-FORWARD REGISTER - BUSINESS DAY".
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-TITLE-DATE            PIC X(8).

       01  WS-REPORT-SUBTITLE.
           05  FILLER                      PIC X(20)
               VALUE "RESTORED GENERATION ".
           05  WS-RP-SUB-GEN               PIC 99.
           05  FILLER                      PIC X(7)   VALUE " TAKEN ".
           05  WS-RP-SUB-DATE              PIC X(8).
           05  FILLER                      PIC X(11)
               VALUE " REPLAY TO ".
           05  WS-RP-SUB-CUTOFF            PIC X(16).

       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(40)
               VALUE "TIMESTAMP        PROGRAM  OPERATOR F A K".
           05  FILLER                      PIC X(40)
               VALUE "EY     RESULT".

       01  WS-REPORT-LINE.
           05  WS-RP-TIMESTAMP             PIC X(16).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-PROGRAM-ID            PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-FILE-CODE             PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-ACTION                PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-RECORD-KEY            PIC 9(7).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RP-RESULT                PIC X(20).

       01  WS-REPORT-JOURNAL-LINE.
           05  FILLER                      PIC X(8)   VALUE "JOURNAL ".
           05  WS-RP-JOURNAL-NAME          PIC X(12).
           05  FILLER                      PIC X(17)
               VALUE " FROM GENERATION ".
           05  WS-RP-JOURNAL-GEN           PIC 99.
           05  FILLER                      PIC X(7)   VALUE " TAKEN ".
           05  WS-RP-JOURNAL-DATE          PIC X(8).

       01  WS-REPORT-IMAGE-LINE.
           05  WS-RP-IMAGE-LABEL           PIC X(18).
           05  WS-RP-IMAGE                 PIC X(45).

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RP-TOTAL-LABEL           PIC X(28).
           05  WS-RP-TOTAL-COUNT           PIC ZZZ,ZZ9.

       01  WS-REPORT-RESULT-LINE.
           05  FILLER                      PIC X(8)   VALUE "Result: ".
           05  WS-RP-RESULT-TEXT           PIC X(60).

       COPY OPERID.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF SIGNON-OPERATOR-ID NOT = SPACES
               AND NOT SIGNON-ROLE-SUPERVISOR THEN
               DISPLAY "Roll-forward is supervisor only."
               GOBACK
           END-IF.

           PERFORM 0500-GET-BUSINESS-DATE.
           MOVE SPACES TO WS-CATALOG-AREA.
           PERFORM 1000-READ-BACKUP-CONTROL.
           PERFORM 1100-CHOOSE-GENERATION.
           PERFORM 1200-VERIFY-RESTORED-FILE.
           PERFORM 1300-CHOOSE-REPLAY-POINT.

           DISPLAY "ACCOUNT.DAT is not part of the backup generations.".
           DISPLAY "Replay ACCOUNT-FILE images as well - only if "
               "ACCOUNT.DAT was put back to the same point (Y/N)? ".
           ACCEPT WS-ACCOUNTS-INPUT.
           IF WS-ACCOUNTS-INPUT = "Y" OR WS-ACCOUNTS-INPUT = "y" THEN
               SET WS-REPLAY-ACCOUNTS TO TRUE
           END-IF.

           MOVE WS-THIS-GEN TO WS-GEN-EDIT.
           IF WS-REPLAY-ACCOUNTS THEN
               DISPLAY "Roll CUSTOMER.DAT and ACCOUNT.DAT forward "
                   "from generation " WS-GEN-EDIT " to "
                   WS-RP-SUB-CUTOFF
           ELSE
               DISPLAY "Roll CUSTOMER.DAT forward from generation "
                   WS-GEN-EDIT " to " WS-RP-SUB-CUTOFF
           END-IF.
           DISPLAY "This UPDATES the live files. Continue (Y/N)? ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = "Y"
               AND WS-CONFIRM-INPUT NOT = "y" THEN
               DISPLAY "Roll-forward cancelled - nothing replayed."
               GOBACK
           END-IF.

           PERFORM 2000-OPEN-FILES.
           PERFORM 8400-WRITE-REPORT-HEADINGS.

           MOVE WS-THIS-GEN TO WS-CHAIN-GEN.
           MOVE WS-CAT-DATE (WS-THIS-GEN) TO WS-CHAIN-DATE.
           PERFORM 3000-FIND-JOURNAL.
           PERFORM UNTIL WS-REPLAY-DONE
               PERFORM 3100-REPLAY-ONE-LINE
           END-PERFORM.

           IF WS-JOURNAL-OPEN THEN
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.
           CLOSE CUSTOMER-FILE.
           IF WS-REPLAY-ACCOUNTS THEN
               CLOSE ACCOUNT-FILE
           END-IF.
           PERFORM 8600-WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-CUSTOMER-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customer images applied: " WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNT-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Account images applied:  " WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNT-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Account images skipped:  " WS-COUNT-DISPLAY.
           DISPLAY WS-RP-RESULT-TEXT.
           EVALUATE TRUE
               WHEN WS-STOP-COMPLETE
                   CONTINUE
               WHEN WS-STOP-AT-POINT
                   DISPLAY "Journal lines after the replay point were "
                       "not applied."
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "See CUSTRCOV.RPT - every change listed as "
                       "APPLIED is on file, nothing after it is."
           END-EVALUATE.
           IF NOT WS-STOP-COMPLETE THEN
               DISPLAY "Take a fresh backup with CUSTBKUP before "
                   "updates resume."
           END-IF.
           GOBACK.

      ******************************************************************
      * The business date heads the register. BUSINESS-DATE-FILE is
      * kept current by CUSTEOD's date roll; a missing or empty file
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
      * The backup catalog CUSTBKUP keeps - the same control file,
      * read the same way. Without it there is no generation to roll
      * forward from.
      ******************************************************************
       1000-READ-BACKUP-CONTROL.
           OPEN INPUT BACKUP-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "00" THEN
               DISPLAY "No backup control file found - nothing to "
                   "roll forward from."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ BACKUP-CONTROL-FILE INTO CONTROL-HEADER-RECORD
               AT END
                   MOVE 0 TO WS-KEEP-COUNT
               NOT AT END
                   MOVE BC-KEEP-COUNT TO WS-KEEP-COUNT
           END-READ.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           PERFORM UNTIL WS-FILE-EOF
               READ BACKUP-CONTROL-FILE INTO CONTROL-CATALOG-RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       IF BC-GEN-NUMBER > 0
                           AND BC-GEN-NUMBER < 100 THEN
                           MOVE BC-GEN-DATE
                               TO WS-CAT-DATE (BC-GEN-NUMBER)
                           MOVE BC-GEN-COUNT
                               TO WS-CAT-COUNT (BC-GEN-NUMBER)
                           MOVE BC-GEN-BALANCE
                               TO WS-CAT-BALANCE (BC-GEN-NUMBER)
                       END-IF
               END-READ
               IF WS-CONTROL-FILE-STATUS NOT = "00" THEN
                   SET WS-FILE-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE BACKUP-CONTROL-FILE.

       1100-CHOOSE-GENERATION.
           DISPLAY "Catalogued generations:".
           MOVE 0 TO WS-CAT-INDEX.
           PERFORM 1110-LIST-ONE-GENERATION
               VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > WS-KEEP-COUNT.

           DISPLAY "Enter generation number that was restored: ".
           ACCEPT WS-GEN-INPUT.
           IF FUNCTION TRIM(WS-GEN-INPUT) IS NUMERIC
               AND FUNCTION NUMVAL(WS-GEN-INPUT) > 0
               AND FUNCTION NUMVAL(WS-GEN-INPUT) < 100 THEN
               MOVE FUNCTION NUMVAL(WS-GEN-INPUT) TO WS-THIS-GEN
           ELSE
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.
           IF WS-CAT-DATE (WS-THIS-GEN) = SPACES THEN
               DISPLAY "Generation " WS-THIS-GEN
                   " is not in the catalog."
               GOBACK
           END-IF.

       1110-LIST-ONE-GENERATION.
           IF WS-CAT-INDEX > 0 AND WS-CAT-INDEX < 100 THEN
               IF WS-CAT-DATE (WS-CAT-INDEX) NOT = SPACES THEN
                   MOVE WS-CAT-COUNT (WS-CAT-INDEX)
                       TO WS-COUNT-DISPLAY
                   MOVE WS-CAT-BALANCE (WS-CAT-INDEX)
                       TO WS-BALANCE-DISPLAY
                   MOVE WS-CAT-INDEX TO WS-GEN-EDIT
                   DISPLAY "  Generation " WS-GEN-EDIT
                       "  taken " WS-CAT-DATE (WS-CAT-INDEX)
                       "  " WS-COUNT-DISPLAY " records, total "
                       WS-BALANCE-DISPLAY
               END-IF
           END-IF.

      ******************************************************************
      * The journal's before-images only line up with the file the
      * generation was taken from, so the live file must still be
      * exactly that generation - the same count and total CUSTBKUP
      * verified the restore against.
      ******************************************************************
       1200-VERIFY-RESTORED-FILE.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-LIVE-TOTAL.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-FILE-EOF-SWITCH.
           MOVE 1 TO WS-REL-KEY.
           START CUSTOMER-FILE KEY IS NOT LESS THAN WS-REL-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-FILE-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-COUNT
                       ADD CF-BALANCE TO WS-LIVE-TOTAL
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           IF WS-LIVE-COUNT NOT = WS-CAT-COUNT (WS-THIS-GEN)
               OR WS-LIVE-TOTAL NOT = WS-CAT-BALANCE (WS-THIS-GEN) THEN
               MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-LIVE-TOTAL TO WS-BALANCE-DISPLAY
               DISPLAY "CUSTOMER.DAT holds " WS-COUNT-DISPLAY
                   " records, total " WS-BALANCE-DISPLAY
               DISPLAY "That is not generation " WS-THIS-GEN
                   " - restore it with CUSTBKUP first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * The replay point is compared with each journal timestamp
      * (YYYYMMDDHHMMSS and hundredths). The part not keyed is filled
      * with nines, so a date alone replays to the end of that day and
      * a blank replays the whole journal chain.
      ******************************************************************
       1300-CHOOSE-REPLAY-POINT.
           DISPLAY "Replay up to (YYYYMMDD, YYYYMMDDHHMM or "
               "YYYYMMDDHHMMSS; blank for everything): ".
           ACCEPT WS-CUTOFF-INPUT.
           MOVE FUNCTION TRIM(WS-CUTOFF-INPUT) TO WS-CUTOFF-INPUT.
           MOVE 0 TO WS-CUTOFF-LENGTH.
           INSPECT WS-CUTOFF-INPUT TALLYING WS-CUTOFF-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL "9" TO WS-REPLAY-CUTOFF.
           IF WS-CUTOFF-LENGTH = 0 THEN
               MOVE "END OF JOURNAL" TO WS-RP-SUB-CUTOFF
           ELSE
               IF (WS-CUTOFF-LENGTH = 8 OR WS-CUTOFF-LENGTH = 12
                   OR WS-CUTOFF-LENGTH = 14)
                   AND WS-CUTOFF-INPUT(1:WS-CUTOFF-LENGTH)
                       IS NUMERIC THEN
                   MOVE WS-CUTOFF-INPUT(1:WS-CUTOFF-LENGTH)
                       TO WS-REPLAY-CUTOFF(1:WS-CUTOFF-LENGTH)
                   MOVE WS-CUTOFF-INPUT TO WS-RP-SUB-CUTOFF
               ELSE
                   DISPLAY "Invalid replay point. Enter 8, 12 or 14 "
                       "digits."
                   GOBACK
               END-IF
           END-IF.

       2000-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CUSTOMER-FILE (status "
                   WS-CUSTOMER-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REPLAY-ACCOUNTS THEN
               OPEN I-O ACCOUNT-FILE
               IF WS-ACCOUNT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open ACCOUNT-FILE (status "
                       WS-ACCOUNT-FILE-STATUS ")"
                   CLOSE CUSTOMER-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.

      ******************************************************************
      * The journal rolling forward from the chain generation is the
      * one whose header names it - by number and by the date it was
      * taken, since the generation numbers cycle. The live journal is
      * tried first, then the copy a later cut-over kept. A journal
      * found is left open past its header, ready for replay.
      ******************************************************************
       3000-FIND-JOURNAL.
           MOVE "N" TO WS-JOURNAL-FOUND-SWITCH.
           MOVE "RECOVJRN.DAT" TO WS-JOURNAL-FILE-NAME.
           PERFORM 3050-TRY-JOURNAL.
           IF NOT WS-JOURNAL-FOUND THEN
               MOVE WS-CHAIN-GEN TO WS-GEN-EDIT
               MOVE "RECOVJRN.J00" TO WS-JOURNAL-FILE-NAME
               MOVE WS-GEN-EDIT TO WS-JOURNAL-FILE-NAME(11:2)
               PERFORM 3050-TRY-JOURNAL
           END-IF.

           IF WS-JOURNAL-FOUND THEN
               SET WS-JOURNAL-OPEN TO TRUE
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-JOURNAL-FILE-NAME TO WS-RP-JOURNAL-NAME
               MOVE WS-CHAIN-GEN TO WS-RP-JOURNAL-GEN
               MOVE WS-CHAIN-DATE TO WS-RP-JOURNAL-DATE
               WRITE REPORT-RECORD FROM WS-REPORT-JOURNAL-LINE
           ELSE
               MOVE "N" TO WS-JOURNAL-OPEN-SWITCH
               SET WS-STOP-NO-JOURNAL TO TRUE
               SET WS-REPLAY-DONE TO TRUE
           END-IF.

       3050-TRY-JOURNAL.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "00" THEN
               READ RECOVERY-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RJ-TYPE-HEADER
                           AND RJ-GENERATION IS NUMERIC THEN
                           IF RJ-GENERATION = WS-CHAIN-GEN
                               AND RJ-GENERATION-DATE = WS-CHAIN-DATE
                               THEN
                               SET WS-JOURNAL-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF NOT WS-JOURNAL-FOUND THEN
                   CLOSE RECOVERY-JOURNAL-FILE
               END-IF
           END-IF.

      ******************************************************************
      * One journal line. An image up to the replay point is applied;
      * the first image past it ends the run. A trailer hands on to
      * the journal of the generation whose backup closed this one;
      * the end of a journal with no trailer is the end of the chain.
      ******************************************************************
       3100-REPLAY-ONE-LINE.
           READ RECOVERY-JOURNAL-FILE
               AT END
                   CLOSE RECOVERY-JOURNAL-FILE
                   MOVE "N" TO WS-JOURNAL-OPEN-SWITCH
                   SET WS-STOP-COMPLETE TO TRUE
                   SET WS-REPLAY-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RJ-TYPE-IMAGE
                           IF RJ-TIMESTAMP > WS-REPLAY-CUTOFF THEN
                               SET WS-STOP-AT-POINT TO TRUE
                               SET WS-REPLAY-DONE TO TRUE
                           ELSE
                               PERFORM 4000-APPLY-IMAGE
                           END-IF
                       WHEN RJ-TYPE-TRAILER
                           MOVE RJ-GENERATION TO WS-CHAIN-GEN
                           MOVE RJ-GENERATION-DATE TO WS-CHAIN-DATE
                           CLOSE RECOVERY-JOURNAL-FILE
                           MOVE "N" TO WS-JOURNAL-OPEN-SWITCH
                           PERFORM 3000-FIND-JOURNAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * Apply one image and list it. A mismatch or a failed update
      * stops the run there - everything before it stays applied.
      ******************************************************************
       4000-APPLY-IMAGE.
           MOVE SPACES TO WS-APPLY-RESULT.
           EVALUATE TRUE
               WHEN RJ-FILE-CUSTOMER
                   PERFORM 4100-APPLY-CUSTOMER-IMAGE
               WHEN RJ-FILE-ACCOUNT AND WS-REPLAY-ACCOUNTS
                   PERFORM 4200-APPLY-ACCOUNT-IMAGE
               WHEN RJ-FILE-ACCOUNT
                   SET WS-APPLY-SKIPPED TO TRUE
                   ADD 1 TO WS-ACCOUNT-SKIPPED-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-ON-FILE-IMAGE
                   SET WS-APPLY-MISMATCH TO TRUE
           END-EVALUATE.

           PERFORM 8500-WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-APPLY-DONE
                   MOVE "APPLIED" TO WS-RP-RESULT
               WHEN WS-APPLY-SKIPPED
                   MOVE "SKIPPED - ACCOUNT" TO WS-RP-RESULT
               WHEN WS-APPLY-MISMATCH
                   MOVE "BEFORE IMAGE DIFFERS" TO WS-RP-RESULT
               WHEN OTHER
                   MOVE "UPDATE FAILED" TO WS-RP-RESULT
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-APPLY-MISMATCH OR WS-APPLY-FAILED THEN
               PERFORM 4900-REPORT-STOPPING-IMAGE
               IF WS-APPLY-MISMATCH THEN
                   SET WS-STOP-MISMATCH TO TRUE
               ELSE
                   SET WS-STOP-UPDATE-FAILED TO TRUE
               END-IF
               SET WS-REPLAY-DONE TO TRUE
           END-IF.

       4100-APPLY-CUSTOMER-IMAGE.
           MOVE RJ-RECORD-KEY TO WS-REL-KEY.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE SPACES TO WS-ON-FILE-IMAGE.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SLOT-FOUND TO TRUE
                   MOVE CUSTOMER-RECORD TO WS-ON-FILE-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN RJ-ACTION-ADD AND NOT WS-SLOT-FOUND
                   MOVE RJ-AFTER-IMAGE TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-WRITE
               WHEN RJ-ACTION-CHANGE AND WS-SLOT-FOUND
                   AND WS-ON-FILE-IMAGE = RJ-BEFORE-IMAGE
                   MOVE RJ-AFTER-IMAGE TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-REWRITE
               WHEN RJ-ACTION-DELETE AND WS-SLOT-FOUND
                   AND WS-ON-FILE-IMAGE = RJ-BEFORE-IMAGE
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-DELETE
               WHEN OTHER
                   SET WS-APPLY-MISMATCH TO TRUE
           END-EVALUATE.
           IF WS-APPLY-DONE THEN
               ADD 1 TO WS-CUSTOMER-APPLIED-COUNT
           END-IF.

      ******************************************************************
      * An account record is shorter than a customer record; its
      * image sits at the front of the journal's image fields with
      * the rest space-filled, which is how it is compared here.
      ******************************************************************
       4200-APPLY-ACCOUNT-IMAGE.
           MOVE RJ-RECORD-KEY TO WS-ACCT-REL-KEY.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE SPACES TO WS-ON-FILE-IMAGE.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SLOT-FOUND TO TRUE
                   MOVE ACCOUNT-RECORD TO WS-ON-FILE-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN RJ-ACTION-ADD AND NOT WS-SLOT-FOUND
                   MOVE RJ-AFTER-IMAGE TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-WRITE
               WHEN RJ-ACTION-CHANGE AND WS-SLOT-FOUND
                   AND WS-ON-FILE-IMAGE = RJ-BEFORE-IMAGE
                   MOVE RJ-AFTER-IMAGE TO ACCOUNT-RECORD
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-REWRITE
               WHEN RJ-ACTION-DELETE AND WS-SLOT-FOUND
                   AND WS-ON-FILE-IMAGE = RJ-BEFORE-IMAGE
                   DELETE ACCOUNT-FILE RECORD
                       INVALID KEY
                           SET WS-APPLY-FAILED TO TRUE
                       NOT INVALID KEY
                           SET WS-APPLY-DONE TO TRUE
                   END-DELETE
               WHEN OTHER
                   SET WS-APPLY-MISMATCH TO TRUE
           END-EVALUATE.
           IF WS-APPLY-DONE THEN
               ADD 1 TO WS-ACCOUNT-APPLIED-COUNT
           END-IF.

      ******************************************************************
      * The line the run stopped on is shown with the journal's
      * before-image and what the file actually holds, on the
      * register and at the terminal, so the difference can be traced.
      ******************************************************************
       4900-REPORT-STOPPING-IMAGE.
           MOVE "  JOURNAL BEFORE: " TO WS-RP-IMAGE-LABEL.
           MOVE RJ-BEFORE-IMAGE TO WS-RP-IMAGE.
           WRITE REPORT-RECORD FROM WS-REPORT-IMAGE-LINE.
           MOVE "  ON FILE NOW:    " TO WS-RP-IMAGE-LABEL.
           MOVE WS-ON-FILE-IMAGE TO WS-RP-IMAGE.
           WRITE REPORT-RECORD FROM WS-REPORT-IMAGE-LINE.
           DISPLAY "Stopped at " RJ-PROGRAM-ID " " RJ-FILE-CODE
               RJ-ACTION " key " RJ-RECORD-KEY " of " RJ-TIMESTAMP
               " (" WS-RP-RESULT ")".
           DISPLAY "  Journal before: " RJ-BEFORE-IMAGE.
           DISPLAY "  On file now:    " WS-ON-FILE-IMAGE.

       8400-WRITE-REPORT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-RP-TITLE-DATE.
           WRITE REPORT-RECORD FROM WS-REPORT-TITLE.
           MOVE WS-THIS-GEN TO WS-RP-SUB-GEN.
           MOVE WS-CAT-DATE (WS-THIS-GEN) TO WS-RP-SUB-DATE.
           WRITE REPORT-RECORD FROM WS-REPORT-SUBTITLE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING.

      ******************************************************************
      * The fields common to every register line, from the journal
      * line being replayed; the caller fills in the result.
      ******************************************************************
       8500-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RJ-TIMESTAMP TO WS-RP-TIMESTAMP.
           MOVE RJ-PROGRAM-ID TO WS-RP-PROGRAM-ID.
           MOVE RJ-OPERATOR-ID TO WS-RP-OPERATOR-ID.
           MOVE RJ-FILE-CODE TO WS-RP-FILE-CODE.
           MOVE RJ-ACTION TO WS-RP-ACTION.
           MOVE RJ-RECORD-KEY TO WS-RP-RECORD-KEY.

       8600-WRITE-REPORT-TOTALS.
           EVALUATE TRUE
               WHEN WS-STOP-COMPLETE
                   MOVE "REPLAY COMPLETE - END OF THE JOURNAL"
                       TO WS-RP-RESULT-TEXT
               WHEN WS-STOP-AT-POINT
                   MOVE "STOPPED AT THE REPLAY POINT"
                       TO WS-RP-RESULT-TEXT
               WHEN WS-STOP-MISMATCH
                   MOVE "STOPPED - BEFORE-IMAGE DOES NOT MATCH FILE"
                       TO WS-RP-RESULT-TEXT
               WHEN WS-STOP-UPDATE-FAILED
                   MOVE "STOPPED - UPDATE FAILED ON THE FILE"
                       TO WS-RP-RESULT-TEXT
               WHEN OTHER
                   MOVE WS-CHAIN-GEN TO WS-GEN-EDIT
                   MOVE SPACES TO WS-RP-RESULT-TEXT
                   STRING "STOPPED - NO JOURNAL FOR GENERATION "
                       WS-GEN-EDIT " TAKEN " WS-CHAIN-DATE
                       DELIMITED BY SIZE INTO WS-RP-RESULT-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           MOVE "Journals read:" TO WS-RP-TOTAL-LABEL.
           MOVE WS-JOURNAL-COUNT TO WS-RP-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           MOVE "Customer images applied:" TO WS-RP-TOTAL-LABEL.
           MOVE WS-CUSTOMER-APPLIED-COUNT TO WS-RP-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           MOVE "Account images applied:" TO WS-RP-TOTAL-LABEL.
           MOVE WS-ACCOUNT-APPLIED-COUNT TO WS-RP-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           MOVE "Account images skipped:" TO WS-RP-TOTAL-LABEL.
           MOVE WS-ACCOUNT-SKIPPED-COUNT TO WS-RP-TOTAL-COUNT.
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-RESULT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

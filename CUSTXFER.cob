      * moving a savings or loan balance is a posting-file job. Each
      * applied transfer appends two
      * TRANSACTION-HISTORY-FILE lines (the debit and the credit)
      * sharing the one reference, both marked as transfer legs.
      * Rejects can be repaired and fed back in as the next run's
      * TRANSFER-FILE, the same round trip CUSTPOST's rejects make.
      * Like POSTING-FILE it arrives in batches between a header and
      * a trailer (BCTLREC), proved by the pre-edit CUSTBCTL before
      * this run; the control records are passed over here.
      *
      * The from-customer's debit is held to the available balance
      * CUSTPOST applies: the checking balance less its active holds
      * on HOLD-FILE. A from-account with active holds may not be
      * taken below their total; one with none is checked against
      * its ledger balance alone.
      *
      * Checkpoint/restart works as in CUSTPOST: the count of
      * transfer lines processed (a line is done only when both legs
      * CHECKPOINT-FILE after every line, and a restarted run skips
      * that many lines and appends to REJECT-FILE, so no transfer is
      * ever applied twice.
      *
      * Each leg applied (and a debit leg backed out) is also
      * appended to RECOVERY-JOURNAL-FILE as a before/after image
      * (RJRNREC) for CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXFER IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CUSTXFER.CKP"
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

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-RECORD-COUNT             PIC 9(7).
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-FROM-RECORD.
           COPY CUSTREC
       01  WS-TRANSFER-AREA                PIC X(80).
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-TRANSFER-FILE-STATUS         PIC XX.
       01  WS-REJECT-FILE-STATUS           PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-CHECKPOINT-FILE-STATUS       PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-JOURNAL-DEBIT-IMAGE          PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-TRANSFER-EOF-SWITCH          PIC X      VALUE "N".
           88  WS-TRANSFER-EOF             VALUE "Y".
       01  WS-NEW-TO-BALANCE               PIC S9(9)V99.
       01  WS-REJECT-REASON                PIC X(30).

       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-COUNT                   PIC 9(4)     VALUE 0.
       01  WS-HOLD-INDEX                   PIC 9(4)     VALUE 0.
       01  WS-HELD-AMOUNT                  PIC 9(9)V99  VALUE 0.
      *    Every checking hold active tonight, loaded once at the
      *    start of the run; see 0700.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY               OCCURS 2000 TIMES.
               10  WS-HL-CUSTOMER-ID       PIC 9(5).
               10  WS-HL-AMOUNT            PIC 9(7)V99.

       01  WS-APPLIED-COUNT                PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7)     VALUE 0.
       01  WS-TOTAL-AMOUNT                 PIC S9(9)V99 VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ----,---,--9.99.

       COPY OPERID.

       COPY EODSTEP.

       PROCEDURE DIVISION.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-READ-CHECKPOINT.
           PERFORM 0600-GET-BUSINESS-DATE.
           PERFORM 0700-LOAD-ACTIVE-HOLDS.

           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-FILE-STATUS = "35" THEN
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE TRANSFER-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           IF WS-SKIP-COUNT > 0 THEN
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-FILE-STATUS = "05" OR WS-REJECT-FILE-STATUS
                   AT END
                       SET WS-TRANSFER-EOF TO TRUE
                   NOT AT END
                       IF WS-TRANSFER-AREA(1:4) = "HDR "
                           OR WS-TRANSFER-AREA(1:4) = "TRL " THEN
                           ADD 1 TO WS-PROCESSED-COUNT
                       ELSE
                           PERFORM 1000-PROCESS-ONE-TRANSFER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSFER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE REJECT-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.
           PERFORM 9100-CLEAR-CHECKPOINT.
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * Loads every checking hold still active on the business date
      * - status active and the expiry date not yet passed - into
      * the hold table. A missing HOLD-FILE means no holds. More
      * active holds than the table holds fails the run before
      * anything moves, rather than let a transfer through against a
      * hold not loaded.
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
                           AND HD-ACCOUNT-TYPE = "C"
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
                   "full; run halted before any transfer."
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-CUSTOMER-ID TO WS-HL-CUSTOMER-ID (WS-HOLD-COUNT).
           MOVE HD-AMOUNT TO WS-HL-AMOUNT (WS-HOLD-COUNT).

       1000-PROCESS-ONE-TRANSFER.
           MOVE WS-TRANSFER-AREA TO TRANSFER-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
               PERFORM 2700-CHECK-AVAILABLE-BALANCE
           END-IF.

      ******************************************************************
      * The from-customer may be taken no lower than the total of
      * its active checking holds - the transfer may not exceed the
      * available balance.
      ******************************************************************
       2700-CHECK-AVAILABLE-BALANCE.
           MOVE 0 TO WS-HELD-AMOUNT.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               IF WS-HL-CUSTOMER-ID (WS-HOLD-INDEX)
                   = WS-FROM-CUSTOMER-ID THEN
                   ADD WS-HL-AMOUNT (WS-HOLD-INDEX) TO WS-HELD-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-HELD-AMOUNT > 0
               AND WS-NEW-FROM-BALANCE < WS-HELD-AMOUNT THEN
               MOVE "from over available balance"
                   TO WS-REJECT-REASON
           END-IF.

      ******************************************************************
      * Both legs validated - move the money. The debit leg goes
      * first; if the credit leg's REWRITE then fails, the debit is
      ******************************************************************
       3000-APPLY-TRANSFER.
           MOVE "N" TO WS-LEG-OK-SWITCH.
           MOVE WS-FROM-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE WS-FROM-CUSTOMER-ID TO WS-REL-KEY.
           MOVE WS-FROM-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-FROM-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   SET WS-LEG-OK TO TRUE
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
                   MOVE CUSTOMER-RECORD TO WS-JOURNAL-DEBIT-IMAGE
           END-REWRITE.
           IF NOT WS-LEG-OK THEN
               CONTINUE

       3100-APPLY-CREDIT-LEG.
           MOVE "N" TO WS-LEG-OK-SWITCH.
           MOVE WS-TO-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE WS-TO-CUSTOMER-ID TO WS-REL-KEY.
           MOVE WS-TO-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-TO-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
                   PERFORM 8000-WRITE-REJECT
               NOT INVALID KEY
                   SET WS-LEG-OK TO TRUE
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
           END-REWRITE.
           IF WS-LEG-OK THEN
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       3200-BACK-OUT-DEBIT-LEG.
           MOVE WS-JOURNAL-DEBIT-IMAGE TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE WS-FROM-CUSTOMER-ID TO WS-REL-KEY.
           MOVE WS-FROM-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-FROM-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
                       " - repair CUSTOMER-FILE before rerunning."
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
               NOT INVALID KEY
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
           END-REWRITE.

       7000-WRITE-HISTORY-PAIR.
           MOVE TF-REFERENCE TO HT-REFERENCE.
           MOVE WS-NEW-FROM-BALANCE TO HT-RESULTING-BALANCE.
           MOVE "C" TO HT-ACCOUNT-TYPE.
           SET HT-ENTRY-TRANSFER TO TRUE.
           WRITE TRANSACTION-HISTORY-RECORD.

           MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
           MOVE TF-REFERENCE TO HT-REFERENCE.
           MOVE WS-NEW-TO-BALANCE TO HT-RESULTING-BALANCE.
           MOVE "C" TO HT-ACCOUNT-TYPE.
           SET HT-ENTRY-TRANSFER TO TRUE.
           WRITE TRANSACTION-HISTORY-RECORD.

       8000-WRITE-REJECT.
           MOVE 0 TO CK-TOTAL-AMOUNT.
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

       9700-WRITE-JOURNAL-IMAGE.
           SET RJ-TYPE-IMAGE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP.
           MOVE WS-JOURNAL-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
           MOVE "CUSTXFER" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTXFER" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

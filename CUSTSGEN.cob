      * file STANDING.NEW and is verified before the checkpoint is
      * cleared; if the final copy back to STANDING.DAT fails, the
      * orders are intact in STANDING.NEW and the run says so.
      *
      * The night's lines go out as one batch between a header and a
      * trailer (BCTLREC) for the pre-edit CUSTBCTL to prove; a
      * restarted run finishes the batch the abended run opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSGEN IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO "POSTING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
       FD  STANDING-WORK-FILE.
       01  STANDING-WORK-RECORD            PIC X(80).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           COPY BREGREC.

       FD  POSTING-FILE.
       01  POSTING-FILE-RECORD             PIC X(80).


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
       01  WS-BATCH-SOURCE                 PIC X(8)   VALUE "CUSTSGEN".
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

       01  WS-READ-COUNT                   PIC 9(4)     VALUE 0.
       01  WS-GENERATED-COUNT              PIC 9(4)     VALUE 0.
       01  WS-BAD-ORDER-COUNT              PIC 9(4)     VALUE 0.
                   WS-SKIP-COUNT " orders already processed."
           END-IF.

           PERFORM 0800-FIND-BATCH-SEQUENCE.
           OPEN EXTEND POSTING-FILE.
           IF WS-POSTING-FILE-STATUS = "05"
               OR WS-POSTING-FILE-STATUS = "35" THEN
               ADD 1 TO WS-ORDER-INDEX
           END-PERFORM.

           PERFORM 3300-WRITE-BATCH-TRAILER.
           CLOSE POSTING-FILE.
           PERFORM 5000-REWRITE-ORDER-FILE.
           IF WS-REWRITE-OK THEN
               CLOSE BUSINESS-DATE-FILE
           END-IF.

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
                                       PERFORM 3100-ADD-TO-BATCH-TOTALS
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

       1000-LOAD-ORDER-TABLE.
           MOVE 0 TO WS-ORDER-COUNT.
           OPEN INPUT STANDING-ORDER-FILE.
           END-IF.

       3000-WRITE-POSTING-LINE.
           IF NOT WS-BATCH-OPEN THEN
               PERFORM 3200-WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO WS-POSTING-LINE.
           MOVE SO-CUSTOMER-ID TO WS-PST-CUSTOMER-ID.
           MOVE SO-DC-CODE TO WS-PST-DC-CODE.
           MOVE SO-REFERENCE TO WS-PST-REFERENCE.
           MOVE WS-POSTING-LINE TO POSTING-FILE-RECORD.
           WRITE POSTING-FILE-RECORD.
           MOVE WS-POSTING-LINE TO WS-SCAN-AREA.
           PERFORM 3100-ADD-TO-BATCH-TOTALS.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD SO-AMOUNT TO WS-TOTAL-AMOUNT.

      ******************************************************************
      * One line of the batch towards its trailer totals.
      ******************************************************************
       3100-ADD-TO-BATCH-TOTALS.
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

       3200-WRITE-BATCH-HEADER.
           MOVE SPACES TO WS-SCAN-AREA.
           SET BC-HEADER TO TRUE.
           MOVE WS-BATCH-SOURCE TO BC-SOURCE.
           MOVE WS-TONIGHT-DATE TO BC-FILE-DATE.
           MOVE WS-BATCH-SEQ TO BC-BATCH-SEQ.
           WRITE POSTING-FILE-RECORD FROM WS-SCAN-AREA.
           SET WS-BATCH-OPEN TO TRUE.

       3300-WRITE-BATCH-TRAILER.
           IF WS-BATCH-OPEN THEN
               MOVE SPACES TO WS-SCAN-AREA
               SET BC-TRAILER TO TRUE
               MOVE WS-BATCH-ITEMS TO BC-ITEM-COUNT
               MOVE WS-BATCH-DEBITS TO BC-DEBIT-TOTAL
               MOVE WS-BATCH-CREDITS TO BC-CREDIT-TOTAL
               MOVE WS-BATCH-HASH TO BC-HASH-TOTAL
               WRITE POSTING-FILE-RECORD FROM WS-SCAN-AREA
           END-IF.

       4000-ROLL-NEXT-DUE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE.
           IF SO-FREQ-WEEKLY THEN

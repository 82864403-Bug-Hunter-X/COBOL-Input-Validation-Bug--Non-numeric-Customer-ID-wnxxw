      * the total against the control total produced by the prior run
      * (read from CONTROL-TOTAL-FILE, or keyed in if that file is
      * missing). Writes the new control total for tomorrow's
      * comparison, together with the prior total it was compared
      * against and the business date, so the day's change in the
      * control total stays on file for the GL journal run to tie
      * to. A rerun for a business date already on file compares
      * against that date's prior total again rather than against
      * its own first run. A missing ACCOUNT-FILE just means no
      * customer has an account beyond the default checking one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRECON IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-CONTROL-FILE-STATUS          PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-CUSTOMER-EOF-SWITCH          PIC X      VALUE "N".
           88  WS-CUSTOMER-EOF             VALUE "Y".
       01  WS-ACCOUNT-EOF-SWITCH           PIC X      VALUE "N".
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 1000-SUM-CUSTOMER-FILE.
           PERFORM 1500-SUM-ACCOUNT-FILE.
           PERFORM 2000-GET-PRIOR-CONTROL-TOTAL.
           PERFORM 4000-WRITE-CONTROL-TOTAL.
           GOBACK.

      ******************************************************************
      * The business date the control total is struck for. The night
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

       1000-SUM-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
                       MOVE 0 TO WS-PRIOR-RECORD-COUNT
                       MOVE 0 TO WS-PRIOR-TOTAL-BALANCE
                   NOT AT END
                       IF CT-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND CT-PRIOR-RECORD-COUNT IS NUMERIC
                           AND CT-PRIOR-TOTAL-BALANCE IS NUMERIC THEN
                           MOVE CT-PRIOR-RECORD-COUNT
                               TO WS-PRIOR-RECORD-COUNT
                           MOVE CT-PRIOR-TOTAL-BALANCE
                               TO WS-PRIOR-TOTAL-BALANCE
                       ELSE
                           MOVE CT-RECORD-COUNT
                               TO WS-PRIOR-RECORD-COUNT
                           MOVE CT-TOTAL-BALANCE
                               TO WS-PRIOR-TOTAL-BALANCE
                       END-IF
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE WS-RECORD-COUNT TO CT-RECORD-COUNT.
           MOVE WS-TOTAL-BALANCE TO CT-TOTAL-BALANCE.
           MOVE WS-PRIOR-RECORD-COUNT TO CT-PRIOR-RECORD-COUNT.
           MOVE WS-PRIOR-TOTAL-BALANCE TO CT-PRIOR-TOTAL-BALANCE.
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.

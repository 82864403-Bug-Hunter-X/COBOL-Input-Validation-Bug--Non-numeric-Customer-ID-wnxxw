      * table (the same fallback CUSTRECON uses for its control
      * total), and an existing table is displayed with the option to
      * change it before the run.
      *
      * Every charge applied is also appended to
      * RECOVERY-JOURNAL-FILE as a before/after image (RJRNREC) for
      * CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOVDR IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC

       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-RATE-FILE-STATUS             PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-CHARGE-AMOUNT                PIC 9(7)V99.
       01  WS-NEW-BALANCE                  PIC S9(9)V99.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).

       01  WS-CHARGED-COUNT                PIC 9(7)     VALUE 0.
       01  WS-MANUAL-COUNT                 PIC 9(7)     VALUE 0.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RPT-MESSAGE              PIC X(24).

       COPY OPERID.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-BUSINESS-DATE.
                   WS-CUSTOMER-FILE-STATUS ")"
               GOBACK
           END-IF.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND TRANSACTION-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "05"
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE REPORT-FILE.
           CLOSE TRANSACTION-HISTORY-FILE.

               ADD 1 TO WS-MANUAL-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE
               MOVE WS-NEW-BALANCE TO WS-BALANCE
               MOVE WS-CUSTOMER-ID TO CF-CUSTOMER-ID
               MOVE WS-CUSTOMER-NAME TO CF-CUSTOMER-NAME
                       ADD WS-CHARGE-AMOUNT TO WS-TOTAL-ASSESSED
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                       PERFORM 2200-WRITE-HISTORY
                       PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
               END-REWRITE
           END-IF.

           MOVE WS-BALANCE TO HT-RESULTING-BALANCE.
           MOVE "C" TO HT-ACCOUNT-TYPE.
           WRITE TRANSACTION-HISTORY-RECORD.

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
           MOVE "CUSTOVDR" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTOVDR" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

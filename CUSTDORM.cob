      * operator's to maintain, with the same missing-file fallback
      * CUSTOVDR uses for its rate table. The cutoff is measured
      * back from the business date.
      *
      * Every customer marked dormant is also appended to
      * RECOVERY-JOURNAL-FILE as a before/after image (RJRNREC) for
      * CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDORM IS INITIAL PROGRAM.
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
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-DAYS-FILE-STATUS             PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-DAYS-INPUT                   PIC X(6).
       01  WS-CHANGE-INPUT                 PIC X.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CUTOFF-DATE                  PIC X(8).
       01  WS-DATE-INTEGER                 PIC 9(9)  COMP.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RPT-MESSAGE              PIC X(26).

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

           MOVE 1 TO WS-REL-KEY.
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE REPORT-FILE.

           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY.
           END-IF.

       3100-MARK-DORMANT.
           MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           MOVE "D" TO WS-CUSTOMER-STATUS.
           MOVE WS-CUSTOMER-ID TO CF-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO CF-CUSTOMER-NAME.
                       TO WS-RPT-MESSAGE
                   PERFORM 4000-WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
                   ADD 1 TO WS-MARKED-COUNT
                   MOVE WS-LD-DATE (WS-CUSTOMER-INDEX)
                       TO WS-RPT-LAST-DATE
           MOVE WS-CUSTOMER-ID TO WS-RPT-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-RPT-CUSTOMER-NAME.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

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
           MOVE "CUSTDORM" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTDORM" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

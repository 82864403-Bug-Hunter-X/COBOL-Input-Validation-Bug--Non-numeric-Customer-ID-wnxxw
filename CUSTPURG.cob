      * REPORT-FILE and the run ends by displaying scanned and purged
      * counts. Closed accounts that still carry a balance are left
      * alone - they belong to the overdraft run or manual handling,
      * not the purge. Every record deleted is also appended to
      * RECOVERY-JOURNAL-FILE as a before-image (RJRNREC) for
      * CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG IS INITIAL PROGRAM.
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
       01  WS-ARCHIVE-FILE-STATUS          PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-CUSTOMER-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-SCANNED-COUNT                PIC 9(7)   VALUE 0.
       01  WS-PURGED-COUNT                 PIC 9(7)   VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-REG-MESSAGE              PIC X(30).

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
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS = "05"
               OR WS-ARCHIVE-FILE-STATUS = "35" THEN
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.

           MOVE WS-CUSTOMER-STATUS TO AR-CUSTOMER-STATUS.
           WRITE ARCHIVE-RECORD.

           MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE.
           DELETE CUSTOMER-FILE RECORD.
           IF WS-CUSTOMER-FILE-STATUS = "00" THEN
               PERFORM 9620-JOURNAL-CUSTOMER-DELETE
               ADD 1 TO WS-PURGED-COUNT
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE WS-CUSTOMER-ID TO WS-REG-CUSTOMER-ID
               MOVE "DELETE FAILED - still live" TO WS-REG-MESSAGE
               WRITE REPORT-RECORD FROM WS-REGISTER-LINE
           END-IF.

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

       9620-JOURNAL-CUSTOMER-DELETE.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-CUSTOMER TO TRUE.
           SET RJ-ACTION-DELETE TO TRUE.
           MOVE WS-REL-KEY TO RJ-RECORD-KEY.
           MOVE WS-JOURNAL-BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9700-WRITE-JOURNAL-IMAGE.
           SET RJ-TYPE-IMAGE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP.
           MOVE WS-JOURNAL-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
           MOVE "CUSTPURG" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTPURG" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

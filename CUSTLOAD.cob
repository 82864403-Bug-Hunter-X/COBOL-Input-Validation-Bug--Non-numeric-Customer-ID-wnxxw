      * reject file be fed straight back in. A name of all spaces is
      * rejected here because the integrity scan treats such a
      * record as corrupt. The CUSTEXTR header row is skipped.
      * Every record added or updated is also appended to
      * RECOVERY-JOURNAL-FILE as a before/after image (RJRNREC) for
      * CUSTRCOV's roll-forward.
      *
      * A branch may also send the customer's contact details on the
      * same row, as seven more columns after the status: three
      * quoted address lines, then postcode, phone, statement cycle
      * day (1-31) and mail flag (Y or blank to send statements, R
      * returned mail, D do not mail). A row carrying them writes or
      * rewrites the customer's CONTACT-FILE record too, validated
      * as CUSTMAINT validates them; the first address line and the
      * postcode are required. A row without them leaves any contact
      * record alone. The quotes tell the two layouts apart, so a
      * reject file's reason column still rides at the end of either.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
                         ==STATUS-DORMANT== BY ==CF-STATUS-DORMANT==.

       FD  INTAKE-FILE.
       01  INTAKE-RECORD                   PIC X(250).

       FD  REJECT-FILE.
       01  REJECT-RECORD                   PIC X(250).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
                         ==STATUS-FROZEN== BY ==WS-STATUS-FROZEN==
                         ==STATUS-DORMANT== BY ==WS-STATUS-DORMANT==.

       01  WS-CSV-LINE                     PIC X(250).
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-CONTACT-FILE-STATUS          PIC XX.
       01  WS-INTAKE-FILE-STATUS           PIC XX.
       01  WS-REJECT-FILE-STATUS           PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-INTAKE-EOF-SWITCH            PIC X      VALUE "N".
           88  WS-INTAKE-EOF               VALUE "Y".
       01  WS-RECORD-EXISTS-SWITCH         PIC X      VALUE "N".
       01  WS-BALANCE-MAGNITUDE            PIC S9(9)V99.
       01  WS-REJECT-REASON                PIC X(30).

       01  WS-CONTACT-ROW-SWITCH           PIC X      VALUE "N".
           88  WS-CONTACT-ROW              VALUE "Y".
       01  WS-ADDRESS-PART-1               PIC X(40).
       01  WS-ADDRESS-PART-2               PIC X(40).
       01  WS-ADDRESS-PART-3               PIC X(40).
       01  WS-SEPARATOR-1                  PIC X(2).
       01  WS-SEPARATOR-2                  PIC X(2).
       01  WS-CONTACT-TAIL                 PIC X(60).
       01  WS-POSTCODE-FIELD               PIC X(10).
       01  WS-PHONE-FIELD                  PIC X(20).
       01  WS-CYCLE-DAY-FIELD              PIC X(4).
       01  WS-MAIL-FLAG-FIELD              PIC X(2).
       01  WS-CYCLE-DAY                    PIC 9(2).

       01  WS-ADDED-COUNT                  PIC 9(7)   VALUE 0.
       01  WS-UPDATED-COUNT                PIC 9(7)   VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7)   VALUE 0.
       01  WS-CONTACT-COUNT                PIC 9(7)   VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.

       COPY OPERID.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT INTAKE-FILE.
               CLOSE INTAKE-FILE
               GOBACK
           END-IF.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE INTAKE-FILE
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "35" THEN
               CLOSE CONTACT-FILE
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           IF WS-CONTACT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CONTACT-FILE (status "
                   WS-CONTACT-FILE-STATUS ")"
               CLOSE INTAKE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.

           PERFORM UNTIL WS-INTAKE-EOF

           CLOSE INTAKE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE CONTACT-FILE.
           CLOSE REJECT-FILE.

           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customers updated: " WS-COUNT-DISPLAY.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Rows rejected:     " WS-COUNT-DISPLAY.
           MOVE WS-CONTACT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Contacts loaded:   " WS-COUNT-DISPLAY.
           GOBACK.

      ******************************************************************
      * The business date the recovery journal stamps on every change
      * applied. A missing or empty BUSINESS-DATE-FILE falls back to
      * the wall clock.
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

       1000-PROCESS-ONE-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2000-PARSE-ROW.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM 3000-VALIDATE-ROW
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-CONTACT-ROW THEN
               PERFORM 3500-VALIDATE-CONTACT
           END-IF.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM 4000-ADD-OR-UPDATE
           ELSE
      * Split the row on the name's quotes: everything before the
      * first quote is the ID column, between the quotes is the name,
      * after the second quote are the balance and status columns.
      * A row with contact details has six more quotes around the
      * three address lines, and the postcode, phone, cycle day and
      * mail flag columns follow the third. Columns past the status,
      * or past the mail flag (a reject file's reason), are ignored.
      ******************************************************************
       2000-PARSE-ROW.
           MOVE "N" TO WS-CONTACT-ROW-SWITCH.
           MOVE 0 TO WS-QUOTE-COUNT.
           INSPECT WS-CSV-LINE TALLYING WS-QUOTE-COUNT
               FOR ALL '"'.
           IF WS-QUOTE-COUNT = 8 THEN
               SET WS-CONTACT-ROW TO TRUE
           END-IF.
           IF WS-QUOTE-COUNT NOT = 2 AND NOT WS-CONTACT-ROW THEN
               MOVE "row not in extract layout" TO WS-REJECT-REASON
           ELSE
               MOVE SPACES TO WS-ID-PART
               MOVE SPACES TO WS-NAME-PART
               MOVE SPACES TO WS-TAIL-PART
               MOVE SPACES TO WS-ADDRESS-PART-1
               MOVE SPACES TO WS-SEPARATOR-1
               MOVE SPACES TO WS-ADDRESS-PART-2
               MOVE SPACES TO WS-SEPARATOR-2
               MOVE SPACES TO WS-ADDRESS-PART-3
               MOVE SPACES TO WS-CONTACT-TAIL
               UNSTRING WS-CSV-LINE DELIMITED BY '"'
                   INTO WS-ID-PART
                        WS-NAME-PART
                        WS-TAIL-PART
                        WS-ADDRESS-PART-1
                        WS-SEPARATOR-1
                        WS-ADDRESS-PART-2
                        WS-SEPARATOR-2
                        WS-ADDRESS-PART-3
                        WS-CONTACT-TAIL
               END-UNSTRING
               MOVE SPACES TO WS-ID-FIELD
               UNSTRING WS-ID-PART DELIMITED BY ","
                        WS-BALANCE-FIELD
                        WS-STATUS-FIELD
               END-UNSTRING
               MOVE SPACES TO WS-POSTCODE-FIELD
               MOVE SPACES TO WS-PHONE-FIELD
               MOVE SPACES TO WS-CYCLE-DAY-FIELD
               MOVE SPACES TO WS-MAIL-FLAG-FIELD
               IF WS-CONTACT-ROW THEN
                   UNSTRING WS-CONTACT-TAIL DELIMITED BY ","
                       INTO WS-DUMMY-FIELD
                            WS-POSTCODE-FIELD
                            WS-PHONE-FIELD
                            WS-CYCLE-DAY-FIELD
                            WS-MAIL-FLAG-FIELD
                   END-UNSTRING
               END-IF
           END-IF.

       3000-VALIDATE-ROW.
                   TO WS-REJECT-REASON
           END-IF.

      ******************************************************************
      * The address lines must be separated by plain commas, so a
      * stray quote inside one cannot shift the columns after it.
      ******************************************************************
       3500-VALIDATE-CONTACT.
           IF WS-SEPARATOR-1 NOT = ","
               OR WS-SEPARATOR-2 NOT = "," THEN
               MOVE "contact not in load layout" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
               IF WS-ADDRESS-PART-1 = SPACES THEN
                   MOVE "address line 1 is blank" TO WS-REJECT-REASON
               ELSE
                   IF WS-ADDRESS-PART-1(31:) NOT = SPACES
                       OR WS-ADDRESS-PART-2(31:) NOT = SPACES
                       OR WS-ADDRESS-PART-3(31:) NOT = SPACES THEN
                       MOVE "address line longer than 30"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
               IF WS-POSTCODE-FIELD = SPACES THEN
                   MOVE "postcode is blank" TO WS-REJECT-REASON
               ELSE
                   IF WS-POSTCODE-FIELD(9:) NOT = SPACES THEN
                       MOVE "postcode longer than 8"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-PHONE-FIELD(16:) NOT = SPACES THEN
               MOVE "phone longer than 15" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
               IF FUNCTION TRIM(WS-CYCLE-DAY-FIELD) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-CYCLE-DAY-FIELD)
                       TO WS-CYCLE-DAY
                   IF WS-CYCLE-DAY < 1 OR
                       FUNCTION NUMVAL(WS-CYCLE-DAY-FIELD) > 31 THEN
                       MOVE "cycle day not 1-31" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE "cycle day not numeric" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-MAIL-FLAG-FIELD(1:1) NOT = SPACE
               AND WS-MAIL-FLAG-FIELD(1:1) NOT = "Y"
               AND WS-MAIL-FLAG-FIELD(1:1) NOT = "R"
               AND WS-MAIL-FLAG-FIELD(1:1) NOT = "D" THEN
               MOVE "mail flag not Y, R, D or blank"
                   TO WS-REJECT-REASON
           END-IF.

       4000-ADD-OR-UPDATE.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           MOVE WS-CUSTOMER-ID TO WS-REL-KEY.
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO TRUE
                   MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           END-READ.

           MOVE WS-CUSTOMER-ID TO CF-CUSTOMER-ID.
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-UPDATED-COUNT
                       PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-RECORD
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       PERFORM 9610-JOURNAL-CUSTOMER-ADD
               END-WRITE
           END-IF.

           IF WS-REJECT-REASON = SPACES AND WS-CONTACT-ROW THEN
               PERFORM 4500-LOAD-CONTACT
           END-IF.

      ******************************************************************
      * A loaded contact record is stamped with the loading operator
      * (the program's own name for an unattended run) in both the
      * changed-by and approved-by fields - the branch file is its
      * authority. The statement cycle dates are carried over.
      ******************************************************************
       4500-LOAD-CONTACT.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO CONTACT-RECORD
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO TRUE
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CUSTOMER-ID TO CT-CUSTOMER-ID.
           MOVE WS-ADDRESS-PART-1(1:30) TO CT-ADDRESS-LINE-1.
           MOVE WS-ADDRESS-PART-2(1:30) TO CT-ADDRESS-LINE-2.
           MOVE WS-ADDRESS-PART-3(1:30) TO CT-ADDRESS-LINE-3.
           MOVE WS-POSTCODE-FIELD(1:8) TO CT-POSTCODE.
           MOVE WS-PHONE-FIELD(1:15) TO CT-PHONE.
           MOVE WS-CYCLE-DAY TO CT-CYCLE-DAY.
           IF WS-MAIL-FLAG-FIELD(1:1) = SPACE THEN
               MOVE "Y" TO CT-MAIL-FLAG
           ELSE
               MOVE WS-MAIL-FLAG-FIELD(1:1) TO CT-MAIL-FLAG
           END-IF.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTLOAD" TO CT-CHANGED-BY
               MOVE "CUSTLOAD" TO CT-APPROVED-BY
           ELSE
               MOVE SIGNON-OPERATOR-ID TO CT-CHANGED-BY
               MOVE SIGNON-OPERATOR-ID TO CT-APPROVED-BY
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CT-CHANGED-DATE.

           IF WS-RECORD-EXISTS THEN
               REWRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE "contact rewrite failed"
                           TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTACT-COUNT
               END-REWRITE
           ELSE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE "contact write failed"
                           TO WS-REJECT-REASON
                       PERFORM 8000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTACT-COUNT
               END-WRITE
           END-IF.

           END-STRING.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.

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

       9610-JOURNAL-CUSTOMER-ADD.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-FILE-CUSTOMER TO TRUE.
           SET RJ-ACTION-ADD TO TRUE.
           MOVE WS-REL-KEY TO RJ-RECORD-KEY.
           MOVE CUSTOMER-RECORD TO RJ-AFTER-IMAGE.
           PERFORM 9700-WRITE-JOURNAL-IMAGE.

       9700-WRITE-JOURNAL-IMAGE.
           SET RJ-TYPE-IMAGE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-TIMESTAMP.
           MOVE WS-JOURNAL-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO RJ-BUSINESS-DATE.
           MOVE "CUSTLOAD" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTLOAD" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           WRITE RECOVERY-JOURNAL-RECORD.

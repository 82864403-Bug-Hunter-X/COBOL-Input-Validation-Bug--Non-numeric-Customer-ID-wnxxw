      * applies or rejects it in CUSTAPPR. CUSTOMER-FILE is opened
      * here only for INPUT, to capture the old values the approver
      * sees side by side with the new ones.
      *
      * The same program keys a change to a customer's contact and
      * mailing details - address lines, postcode, phone, statement
      * cycle day and the returned-mail/do-not-mail flag. The
      * details on CONTACT-FILE are shown first and each one is
      * keyed over (blank keeps it, * clears it); the result is
      * queued as one pending contact change for CUSTAPPR to apply.
      * Only a customer already on CUSTOMER-FILE can be given
      * contact details.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY PENDREC.

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-RECORD-EXISTS-SWITCH         PIC X      VALUE "N".
           88  WS-RECORD-EXISTS            VALUE "Y".
       01  WS-MAINT-TYPE-INPUT             PIC X.
       01  WS-CONTACT-FILE-STATUS          PIC XX.
       01  WS-CONTACT-EXISTS-SWITCH        PIC X      VALUE "N".
           88  WS-CONTACT-EXISTS           VALUE "Y".
       01  WS-CONTACT-INPUT                PIC X(40).
       01  WS-CONTACT-FIELD                PIC X(40).
       01  WS-CYCLE-DAY-INPUT              PIC X(3).
       01  WS-MAIL-FLAG-INPUT              PIC X.
       01  WS-MAIL-CAPTION                 PIC X(30).

       01  WS-OLD-CONTACT.
           05  WS-OLD-ADDRESS-LINE-1       PIC X(30).
           05  WS-OLD-ADDRESS-LINE-2       PIC X(30).
           05  WS-OLD-ADDRESS-LINE-3       PIC X(30).
           05  WS-OLD-POSTCODE             PIC X(8).
           05  WS-OLD-PHONE                PIC X(15).
           05  WS-OLD-CYCLE-DAY            PIC 9(2).
           05  WS-OLD-MAIL-FLAG            PIC X.

       01  WS-NEW-CONTACT.
           05  WS-NEW-ADDRESS-LINE-1       PIC X(30).
           05  WS-NEW-ADDRESS-LINE-2       PIC X(30).
           05  WS-NEW-ADDRESS-LINE-3       PIC X(30).
           05  WS-NEW-POSTCODE             PIC X(8).
           05  WS-NEW-PHONE                PIC X(15).
           05  WS-NEW-CYCLE-DAY            PIC 9(2).
           05  WS-NEW-MAIL-FLAG            PIC X.

       COPY OPERID.

               GOBACK
           END-IF.

           DISPLAY "Maintain the customer record or their contact "
               "details (C/K, blank for C): ".
           ACCEPT WS-MAINT-TYPE-INPUT.
           EVALUATE WS-MAINT-TYPE-INPUT
               WHEN "K"
               WHEN "k"
                   PERFORM 3000-MAINTAIN-CONTACT
                   GOBACK
               WHEN SPACE
               WHEN "C"
               WHEN "c"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter C, K or blank."
                   GOBACK
           END-EVALUATE.

           DISPLAY "Enter customer name: ".
           ACCEPT WS-NAME-INPUT.

           END-IF.
           DISPLAY "A second operator must apply it in the "
               "approval program before it takes effect.".

      ******************************************************************
      * Contact details are keyed over what is on file: each prompt
      * keeps the detail shown when left blank and clears it on *.
      * The first address line and the postcode must end up filled
      * and the cycle day from 1 to 31. A customer with no contact
      * record yet starts from blank details and mail allowed.
      ******************************************************************
       3000-MAINTAIN-CONTACT.
           PERFORM 1000-READ-OLD-VALUES.
           IF NOT WS-RECORD-EXISTS THEN
               DISPLAY "Customer not found - add the customer before "
                   "keying contact details."
               GOBACK
           END-IF.
           PERFORM 3100-SHOW-CURRENT-CONTACT.
           MOVE WS-OLD-CONTACT TO WS-NEW-CONTACT.
           IF WS-NEW-MAIL-FLAG = SPACE THEN
               MOVE "Y" TO WS-NEW-MAIL-FLAG
           END-IF.

           DISPLAY "Key each detail - blank keeps it, * clears it.".
           DISPLAY "Address line 1: ".
           MOVE WS-NEW-ADDRESS-LINE-1 TO WS-CONTACT-FIELD.
           PERFORM 3200-ACCEPT-CONTACT-FIELD.
           IF WS-CONTACT-FIELD(31:) NOT = SPACES THEN
               DISPLAY "Address line longer than 30 characters."
               GOBACK
           END-IF.
           MOVE WS-CONTACT-FIELD TO WS-NEW-ADDRESS-LINE-1.
           DISPLAY "Address line 2: ".
           MOVE WS-NEW-ADDRESS-LINE-2 TO WS-CONTACT-FIELD.
           PERFORM 3200-ACCEPT-CONTACT-FIELD.
           IF WS-CONTACT-FIELD(31:) NOT = SPACES THEN
               DISPLAY "Address line longer than 30 characters."
               GOBACK
           END-IF.
           MOVE WS-CONTACT-FIELD TO WS-NEW-ADDRESS-LINE-2.
           DISPLAY "Address line 3: ".
           MOVE WS-NEW-ADDRESS-LINE-3 TO WS-CONTACT-FIELD.
           PERFORM 3200-ACCEPT-CONTACT-FIELD.
           IF WS-CONTACT-FIELD(31:) NOT = SPACES THEN
               DISPLAY "Address line longer than 30 characters."
               GOBACK
           END-IF.
           MOVE WS-CONTACT-FIELD TO WS-NEW-ADDRESS-LINE-3.
           DISPLAY "Postcode: ".
           MOVE WS-NEW-POSTCODE TO WS-CONTACT-FIELD.
           PERFORM 3200-ACCEPT-CONTACT-FIELD.
           IF WS-CONTACT-FIELD(9:) NOT = SPACES THEN
               DISPLAY "Postcode longer than 8 characters."
               GOBACK
           END-IF.
           MOVE WS-CONTACT-FIELD TO WS-NEW-POSTCODE.
           DISPLAY "Phone: ".
           MOVE WS-NEW-PHONE TO WS-CONTACT-FIELD.
           PERFORM 3200-ACCEPT-CONTACT-FIELD.
           IF WS-CONTACT-FIELD(16:) NOT = SPACES THEN
               DISPLAY "Phone longer than 15 characters."
               GOBACK
           END-IF.
           MOVE WS-CONTACT-FIELD TO WS-NEW-PHONE.

           DISPLAY "Statement cycle day (1-31): ".
           ACCEPT WS-CYCLE-DAY-INPUT.
           IF WS-CYCLE-DAY-INPUT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-CYCLE-DAY-INPUT) IS NUMERIC THEN
                   IF FUNCTION NUMVAL(WS-CYCLE-DAY-INPUT) < 1
                       OR FUNCTION NUMVAL(WS-CYCLE-DAY-INPUT) > 31 THEN
                       DISPLAY "Cycle day must be from 1 to 31."
                       GOBACK
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-CYCLE-DAY-INPUT)
                       TO WS-NEW-CYCLE-DAY
               ELSE
                   DISPLAY "Invalid input. Please enter numeric "
                       "value."
                   GOBACK
               END-IF
           END-IF.

           DISPLAY "Mail (Y=send, R=returned mail, D=do not mail): ".
           ACCEPT WS-MAIL-FLAG-INPUT.
           EVALUATE WS-MAIL-FLAG-INPUT
               WHEN SPACE
                   CONTINUE
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-NEW-MAIL-FLAG
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-NEW-MAIL-FLAG
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-NEW-MAIL-FLAG
               WHEN OTHER
                   DISPLAY "Enter Y, R, D or blank."
                   GOBACK
           END-EVALUATE.

           IF WS-NEW-ADDRESS-LINE-1 = SPACES THEN
               DISPLAY "Address line 1 is required."
               GOBACK
           END-IF.
           IF WS-NEW-POSTCODE = SPACES THEN
               DISPLAY "Postcode is required."
               GOBACK
           END-IF.
           IF WS-NEW-CYCLE-DAY < 1 OR WS-NEW-CYCLE-DAY > 31 THEN
               DISPLAY "Cycle day must be from 1 to 31."
               GOBACK
           END-IF.
           IF WS-CONTACT-EXISTS
               AND WS-NEW-CONTACT = WS-OLD-CONTACT THEN
               DISPLAY "Those are the details on file - nothing "
                   "queued."
               GOBACK
           END-IF.

           PERFORM 3300-QUEUE-CONTACT-CHANGE.

       3100-SHOW-CURRENT-CONTACT.
           MOVE "N" TO WS-CONTACT-EXISTS-SWITCH.
           MOVE SPACES TO WS-OLD-CONTACT.
           MOVE 0 TO WS-OLD-CYCLE-DAY.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "00" THEN
               MOVE WS-CUSTOMER-ID TO WS-REL-KEY
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CONTACT-EXISTS TO TRUE
                       MOVE CT-ADDRESS-LINE-1 TO WS-OLD-ADDRESS-LINE-1
                       MOVE CT-ADDRESS-LINE-2 TO WS-OLD-ADDRESS-LINE-2
                       MOVE CT-ADDRESS-LINE-3 TO WS-OLD-ADDRESS-LINE-3
                       MOVE CT-POSTCODE TO WS-OLD-POSTCODE
                       MOVE CT-PHONE TO WS-OLD-PHONE
                       MOVE CT-CYCLE-DAY TO WS-OLD-CYCLE-DAY
                       MOVE CT-MAIL-FLAG TO WS-OLD-MAIL-FLAG
               END-READ
               CLOSE CONTACT-FILE
           END-IF.

           DISPLAY "Customer " WS-CUSTOMER-ID "  " WS-CUSTOMER-NAME.
           IF NOT WS-CONTACT-EXISTS THEN
               DISPLAY "No contact details on file."
           ELSE
               EVALUATE WS-OLD-MAIL-FLAG
                   WHEN "R"
                       MOVE "held - returned mail" TO WS-MAIL-CAPTION
                   WHEN "D"
                       MOVE "held - do not mail" TO WS-MAIL-CAPTION
                   WHEN OTHER
                       MOVE "sent" TO WS-MAIL-CAPTION
               END-EVALUATE
               DISPLAY "Address:    " WS-OLD-ADDRESS-LINE-1
               DISPLAY "            " WS-OLD-ADDRESS-LINE-2
               DISPLAY "            " WS-OLD-ADDRESS-LINE-3
               DISPLAY "Postcode:   " WS-OLD-POSTCODE
               DISPLAY "Phone:      " WS-OLD-PHONE
               DISPLAY "Cycle day:  " WS-OLD-CYCLE-DAY
               DISPLAY "Statements: " WS-MAIL-CAPTION
           END-IF.

       3200-ACCEPT-CONTACT-FIELD.
           MOVE SPACES TO WS-CONTACT-INPUT.
           ACCEPT WS-CONTACT-INPUT.
           IF WS-CONTACT-INPUT = "*" THEN
               MOVE SPACES TO WS-CONTACT-FIELD
           ELSE
               IF WS-CONTACT-INPUT NOT = SPACES THEN
                   MOVE WS-CONTACT-INPUT TO WS-CONTACT-FIELD
               END-IF
           END-IF.

       3300-QUEUE-CONTACT-CHANGE.
           OPEN EXTEND PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS = "05"
               OR WS-PENDING-FILE-STATUS = "35" THEN
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.

           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PN-ENTRY-DATE.
           MOVE WS-MAKER-ID-INPUT TO PN-MAKER-ID.
           SET PN-ACTION-CONTACT TO TRUE.
           MOVE WS-CUSTOMER-ID TO PN-CUSTOMER-ID.
           MOVE WS-NEW-ADDRESS-LINE-1 TO PN-NEW-ADDRESS-LINE-1.
           MOVE WS-NEW-ADDRESS-LINE-2 TO PN-NEW-ADDRESS-LINE-2.
           MOVE WS-NEW-ADDRESS-LINE-3 TO PN-NEW-ADDRESS-LINE-3.
           MOVE WS-NEW-POSTCODE TO PN-NEW-POSTCODE.
           MOVE WS-NEW-PHONE TO PN-NEW-PHONE.
           MOVE WS-NEW-CYCLE-DAY TO PN-NEW-CYCLE-DAY.
           MOVE WS-NEW-MAIL-FLAG TO PN-NEW-MAIL-FLAG.
           WRITE PENDING-CHANGE-RECORD.
           CLOSE PENDING-CHANGE-FILE.

           DISPLAY "Contact change queued for approval.".
           DISPLAY "A second operator must apply it in the "
               "approval program before it takes effect.".

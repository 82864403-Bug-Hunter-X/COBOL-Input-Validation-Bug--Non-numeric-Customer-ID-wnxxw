      ******************************************************************
      * PROGRAM-ID. CUSTPROT
      *
      * Overdraft protection maintenance - shows a customer's current
      * overdraft protection setting and keys a change to it: opt in
      * or out, and the most the nightly sweep may move from savings
      * to checking in one night (blank or zero for no limit beyond
      * what savings has available). Only a customer with an open
      * savings account can be opted in - the savings account is
      * what the sweep draws on. Like a customer change keyed in
      * CUSTMAINT, nothing takes effect here: the change is appended
      * to PENDING-CHANGE-FILE with the operator (maker) ID and the
      * setting before and after, and a second operator applies or
      * rejects it in CUSTAPPR, which is where PROTECTION-FILE is
      * written. PROTECTION-FILE is opened here only for INPUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-ACCT-REL-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-REL-KEY
               FILE STATUS IS WS-PROTECTION-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

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

       FD  PROTECTION-FILE.
       01  PROTECTION-RECORD.
           COPY ODPREC.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD           PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
               REPLACING ==CUSTOMER-ID== BY ==WS-CUSTOMER-ID==
                         ==CUSTOMER-NAME== BY ==WS-CUSTOMER-NAME==
                         ==BALANCE== BY ==WS-BALANCE==
                         ==CUSTOMER-STATUS== BY ==WS-CUSTOMER-STATUS==
                         ==STATUS-ACTIVE== BY ==WS-STATUS-ACTIVE==
                         ==STATUS-CLOSED== BY ==WS-STATUS-CLOSED==
                         ==STATUS-FROZEN== BY ==WS-STATUS-FROZEN==
                         ==STATUS-DORMANT== BY ==WS-STATUS-DORMANT==.

       01  WS-PENDING-WORK.
           COPY PENDREC.

       01  WS-MAKER-ID-INPUT               PIC X(8).
       01  WS-INPUT-AREA                   PIC X(6).
       01  WS-OPT-IN-INPUT                 PIC X.
       01  WS-LIMIT-INPUT                  PIC X(13).
       01  WS-LIMIT-CHECK                  PIC S9(4) COMP.
       01  WS-OLD-OPT-IN                   PIC X.
       01  WS-OLD-SWEEP-LIMIT              PIC 9(7)V99.
       01  WS-NEW-OPT-IN                   PIC X.
       01  WS-NEW-SWEEP-LIMIT              PIC S9(9)V99.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-PROTECTION-FILE-STATUS       PIC XX.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-RECORD-EXISTS-SWITCH         PIC X      VALUE "N".
           88  WS-RECORD-EXISTS            VALUE "Y".
       01  WS-LIMIT-DISPLAY                PIC Z,ZZZ,ZZ9.99.

       COPY OPERID.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF SIGNON-OPERATOR-ID NOT = SPACES THEN
               MOVE SIGNON-OPERATOR-ID TO WS-MAKER-ID-INPUT
           ELSE
               DISPLAY "Enter your operator ID: "
               ACCEPT WS-MAKER-ID-INPUT
               IF WS-MAKER-ID-INPUT = SPACES THEN
                   DISPLAY "Operator ID is required."
                   GOBACK
               END-IF
           END-IF.

           DISPLAY "Enter customer ID: ".
           ACCEPT WS-INPUT-AREA.
           IF FUNCTION TRIM(WS-INPUT-AREA) IS NUMERIC THEN
               MOVE FUNCTION TRIM(WS-INPUT-AREA) TO WS-CUSTOMER-ID
               IF WS-CUSTOMER-ID = 0 OR WS-CUSTOMER-ID > 99999 THEN
                   DISPLAY "Invalid Customer ID"
                   GOBACK
               END-IF
           ELSE
               DISPLAY "Invalid input. Please enter numeric value."
               GOBACK
           END-IF.

           PERFORM 1000-CHECK-CUSTOMER.
           IF NOT WS-RECORD-EXISTS THEN
               DISPLAY "Customer not found."
               GOBACK
           END-IF.
           IF WS-STATUS-CLOSED THEN
               DISPLAY "Account is closed - protection cannot be "
                   "changed."
               GOBACK
           END-IF.

           PERFORM 1100-SHOW-CURRENT-SETTING.

           DISPLAY "Overdraft protection - opt in or out (Y/N)? ".
           ACCEPT WS-OPT-IN-INPUT.
           EVALUATE WS-OPT-IN-INPUT
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO WS-NEW-OPT-IN
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-NEW-OPT-IN
               WHEN OTHER
                   DISPLAY "Enter Y or N."
                   GOBACK
           END-EVALUATE.

           MOVE 0 TO WS-NEW-SWEEP-LIMIT.
           IF WS-NEW-OPT-IN = "Y" THEN
               PERFORM 1200-CHECK-SAVINGS-ACCOUNT
               IF NOT WS-RECORD-EXISTS THEN
                   DISPLAY "Customer has no open savings account - "
                       "nothing to sweep from."
                   GOBACK
               END-IF
               DISPLAY "Enter the most one night's sweep may move "
                   "(blank or 0 = no limit): "
               ACCEPT WS-LIMIT-INPUT
               IF WS-LIMIT-INPUT NOT = SPACES THEN
                   COMPUTE WS-LIMIT-CHECK =
                       FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT)
                   IF WS-LIMIT-CHECK NOT = 0 THEN
                       DISPLAY "Invalid input. Please enter numeric "
                           "value."
                       GOBACK
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-LIMIT-INPUT)
                       TO WS-NEW-SWEEP-LIMIT
                   IF WS-NEW-SWEEP-LIMIT < 0
                       OR WS-NEW-SWEEP-LIMIT > 9999999.99 THEN
                       DISPLAY "Limit must be from zero to "
                           "9999999.99."
                       GOBACK
                   END-IF
               END-IF
           END-IF.

           IF WS-NEW-OPT-IN = WS-OLD-OPT-IN
               AND WS-NEW-SWEEP-LIMIT = WS-OLD-SWEEP-LIMIT THEN
               DISPLAY "That is the current setting - nothing queued."
               GOBACK
           END-IF.

           PERFORM 2000-QUEUE-PENDING-CHANGE.
           GOBACK.

       1000-CHECK-CUSTOMER.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "35" THEN
               CONTINUE
           ELSE
               IF WS-CUSTOMER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open CUSTOMER-FILE (status "
                       WS-CUSTOMER-FILE-STATUS ")"
                   GOBACK
               END-IF
               MOVE WS-CUSTOMER-ID TO WS-REL-KEY
               READ CUSTOMER-FILE INTO WS-DATA-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECORD-EXISTS TO TRUE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

      ******************************************************************
      * A customer never set up has no record on PROTECTION-FILE and
      * is shown, and queued, as opted out with no limit.
      ******************************************************************
       1100-SHOW-CURRENT-SETTING.
           MOVE "N" TO WS-OLD-OPT-IN.
           MOVE 0 TO WS-OLD-SWEEP-LIMIT.
           OPEN INPUT PROTECTION-FILE.
           IF WS-PROTECTION-FILE-STATUS = "00" THEN
               MOVE WS-CUSTOMER-ID TO WS-REL-KEY
               READ PROTECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-OPT-IN TO WS-OLD-OPT-IN
                       MOVE PR-SWEEP-LIMIT TO WS-OLD-SWEEP-LIMIT
               END-READ
               CLOSE PROTECTION-FILE
           END-IF.
           DISPLAY "Customer " WS-CUSTOMER-ID "  " WS-CUSTOMER-NAME.
           IF WS-OLD-OPT-IN = "Y" THEN
               IF WS-OLD-SWEEP-LIMIT = 0 THEN
                   DISPLAY "Overdraft protection: opted in, no limit"
               ELSE
                   MOVE WS-OLD-SWEEP-LIMIT TO WS-LIMIT-DISPLAY
                   DISPLAY "Overdraft protection: opted in, limit "
                       WS-LIMIT-DISPLAY
               END-IF
           ELSE
               DISPLAY "Overdraft protection: not opted in"
           END-IF.

       1200-CHECK-SAVINGS-ACCOUNT.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00" THEN
               COMPUTE WS-ACCT-REL-KEY = WS-CUSTOMER-ID * 10 + 2
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AF-TYPE-SAVINGS AND NOT AF-CLOSED THEN
                           SET WS-RECORD-EXISTS TO TRUE
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

       2000-QUEUE-PENDING-CHANGE.
           MOVE SPACES TO WS-PENDING-WORK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PN-ENTRY-DATE.
           MOVE WS-MAKER-ID-INPUT TO PN-MAKER-ID.
           SET PN-ACTION-PROTECTION TO TRUE.
           MOVE WS-CUSTOMER-ID TO PN-CUSTOMER-ID.
           MOVE WS-OLD-OPT-IN TO PN-OLD-OPT-IN.
           MOVE WS-OLD-SWEEP-LIMIT TO PN-OLD-SWEEP-LIMIT.
           MOVE WS-NEW-OPT-IN TO PN-NEW-OPT-IN.
           MOVE WS-NEW-SWEEP-LIMIT TO PN-NEW-SWEEP-LIMIT.

           OPEN EXTEND PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS = "05"
               OR WS-PENDING-FILE-STATUS = "35" THEN
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.
           WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-WORK.
           CLOSE PENDING-CHANGE-FILE.

           DISPLAY "Protection change queued for approval.".
           DISPLAY "A second operator must apply it in the "
               "approval program before it takes effect.".

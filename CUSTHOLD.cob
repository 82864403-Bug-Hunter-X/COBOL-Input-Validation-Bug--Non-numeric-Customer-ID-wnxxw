      ******************************************************************
      * PROGRAM-ID. CUSTHOLD
      *
      * Hold maintenance - the screens for earmarking part of a
      * customer's checking or savings balance: a court order, an
      * uncleared deposit, a pending card authorisation. The operator
      * can list a customer's active holds, place a new hold
      * (customer, account type, amount, reason code, expiry date)
      * or release one by its hold ID. Like a customer change keyed
      * in CUSTMAINT, neither takes effect here: each is appended to
      * PENDING-CHANGE-FILE with the operator (maker) ID, and a
      * second operator applies or rejects it in CUSTAPPR, which is
      * where HOLD-FILE is written. HOLD-FILE is opened here only for
      * INPUT, to list holds and to check that a hold being released
      * is still active. The operator who keys a placement is the
      * hold's placed-by operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHOLD IS INITIAL PROGRAM.

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

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

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

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

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
       01  WS-ACTION-INPUT                 PIC X.
       01  WS-INPUT-AREA                   PIC X(6).
       01  WS-TYPE-INPUT                   PIC X.
       01  WS-AMOUNT-INPUT                 PIC X(13).
       01  WS-REASON-INPUT                 PIC XX.
       01  WS-EXPIRY-INPUT                 PIC X(8).
       01  WS-HOLD-ID-INPUT                PIC X(7).
       01  WS-AMOUNT-CHECK                 PIC S9(4) COMP.
       01  WS-HOLD-AMOUNT                  PIC S9(9)V99.
       01  WS-HOLD-TYPE                    PIC X.
       01  WS-DATE-CHECK                   PIC 9(9)  COMP.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-ACCT-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-ACCOUNT-FILE-STATUS          PIC XX.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-TODAY                        PIC X(8).
       01  WS-EXIT-SWITCH                  PIC X      VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-RECORD-EXISTS-SWITCH         PIC X      VALUE "N".
           88  WS-RECORD-EXISTS            VALUE "Y".
       01  WS-ENTRY-OK-SWITCH              PIC X      VALUE "Y".
           88  WS-ENTRY-OK                 VALUE "Y".

       01  WS-LISTED-COUNT                 PIC 9(4)   VALUE 0.
       01  WS-AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99.

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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.

           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "Holds: List, Place, Release or eXit "
                   "(L/P/R/X)? "
               ACCEPT WS-ACTION-INPUT
               EVALUATE WS-ACTION-INPUT
                   WHEN "L"
                   WHEN "l"
                       PERFORM 2000-LIST-HOLDS
                   WHEN "P"
                   WHEN "p"
                       PERFORM 3000-PLACE-HOLD
                   WHEN "R"
                   WHEN "r"
                       PERFORM 4000-RELEASE-HOLD
                   WHEN "X"
                   WHEN "x"
                       SET WS-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Enter L, P, R or X."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       1000-ACCEPT-CUSTOMER-ID.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Enter customer ID: ".
           ACCEPT WS-INPUT-AREA.
           IF FUNCTION TRIM(WS-INPUT-AREA) IS NUMERIC THEN
               MOVE FUNCTION TRIM(WS-INPUT-AREA) TO WS-CUSTOMER-ID
               IF WS-CUSTOMER-ID = 0 OR WS-CUSTOMER-ID > 99999 THEN
                   DISPLAY "Invalid Customer ID"
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           ELSE
               DISPLAY "Invalid input. Please enter numeric value."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.

      ******************************************************************
      * Every active hold on file for one customer. A missing hold
      * file just means no hold has ever been placed.
      ******************************************************************
       2000-LIST-HOLDS.
           PERFORM 1000-ACCEPT-CUSTOMER-ID.
           IF WS-ENTRY-OK THEN
               MOVE 0 TO WS-LISTED-COUNT
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-HOLD-EOF-SWITCH
                   MOVE 1 TO WS-HOLD-REL-KEY
                   START HOLD-FILE KEY IS NOT LESS THAN WS-HOLD-REL-KEY
                       INVALID KEY
                           SET WS-HOLD-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-HOLD-EOF
                       READ HOLD-FILE NEXT RECORD
                           AT END
                               SET WS-HOLD-EOF TO TRUE
                           NOT AT END
                               IF HD-CUSTOMER-ID = WS-CUSTOMER-ID
                                   AND HD-STATUS-ACTIVE THEN
                                   PERFORM 2100-LIST-ONE-HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
               END-IF
               IF WS-LISTED-COUNT = 0 THEN
                   DISPLAY "No active holds for customer "
                       WS-CUSTOMER-ID "."
               END-IF
           END-IF.

       2100-LIST-ONE-HOLD.
           IF WS-LISTED-COUNT = 0 THEN
               DISPLAY "HOLD ID  T        AMOUNT  RSN  EXPIRES   "
                   "PLACED BY"
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE HD-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY HD-HOLD-ID "  " HD-ACCOUNT-TYPE "  "
               WS-AMOUNT-DISPLAY "  " HD-REASON-CODE "   "
               HD-EXPIRY-DATE "  " HD-PLACED-BY.

      ******************************************************************
      * Each prompt validates in turn, the way CUSTSORD's set-up
      * does: the first bad answer announces itself and the
      * placement is abandoned back to the action loop.
      ******************************************************************
       3000-PLACE-HOLD.
           PERFORM 1000-ACCEPT-CUSTOMER-ID.

           IF WS-ENTRY-OK THEN
               PERFORM 3100-CHECK-CUSTOMER
               IF NOT WS-RECORD-EXISTS THEN
                   DISPLAY "Customer not found."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   IF WS-STATUS-CLOSED THEN
                       DISPLAY "Account is closed - no hold taken."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               DISPLAY "Enter account type (C=checking, S=savings; "
                   "blank for checking): "
               ACCEPT WS-TYPE-INPUT
               EVALUATE WS-TYPE-INPUT
                   WHEN SPACE
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO WS-HOLD-TYPE
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO WS-HOLD-TYPE
                       PERFORM 3150-CHECK-SAVINGS-ACCOUNT
                   WHEN OTHER
                       DISPLAY "Account type must be C or S."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-EVALUATE
           END-IF.

           IF WS-ENTRY-OK THEN
               DISPLAY "Enter hold amount: "
               ACCEPT WS-AMOUNT-INPUT
               COMPUTE WS-AMOUNT-CHECK =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT)
               IF WS-AMOUNT-CHECK NOT = 0 THEN
                   DISPLAY "Invalid input. Please enter numeric "
                       "value."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                       TO WS-HOLD-AMOUNT
                   IF WS-HOLD-AMOUNT NOT > 0
                       OR WS-HOLD-AMOUNT > 9999999.99 THEN
                       DISPLAY "Amount must be above zero and no "
                           "more than 9999999.99."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               DISPLAY "Enter reason (CO=court order, UD=uncleared "
                   "deposit, CA=card authorisation, OT=other): "
               ACCEPT WS-REASON-INPUT
               IF WS-REASON-INPUT NOT = "CO"
                   AND WS-REASON-INPUT NOT = "UD"
                   AND WS-REASON-INPUT NOT = "CA"
                   AND WS-REASON-INPUT NOT = "OT" THEN
                   DISPLAY "Reason must be CO, UD, CA or OT."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               DISPLAY "Enter expiry date YYYYMMDD (blank = until "
                   "released): "
               ACCEPT WS-EXPIRY-INPUT
               IF WS-EXPIRY-INPUT = SPACES THEN
                   MOVE "99991231" TO WS-EXPIRY-INPUT
               ELSE
                   PERFORM 3200-CHECK-EXPIRY-DATE
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               MOVE SPACES TO WS-PENDING-WORK
               SET PN-ACTION-PLACE-HOLD TO TRUE
               MOVE WS-CUSTOMER-ID TO PN-CUSTOMER-ID
               MOVE 0 TO PN-HOLD-ID
               MOVE WS-HOLD-TYPE TO PN-HOLD-ACCOUNT-TYPE
               MOVE WS-HOLD-AMOUNT TO PN-HOLD-AMOUNT
               MOVE WS-REASON-INPUT TO PN-HOLD-REASON-CODE
               MOVE WS-EXPIRY-INPUT TO PN-HOLD-EXPIRY-DATE
               PERFORM 5000-QUEUE-PENDING-CHANGE
               DISPLAY "Hold queued for approval."
               DISPLAY "A second operator must apply it in the "
                   "approval program before it takes effect."
           END-IF.

       3100-CHECK-CUSTOMER.
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

       3150-CHECK-SAVINGS-ACCOUNT.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00" THEN
               COMPUTE WS-ACCT-REL-KEY = WS-CUSTOMER-ID * 10 + 2
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT AF-CLOSED THEN
                           SET WS-RECORD-EXISTS TO TRUE
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.
           IF NOT WS-RECORD-EXISTS THEN
               DISPLAY "Customer has no open savings account."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.

       3200-CHECK-EXPIRY-DATE.
           IF WS-EXPIRY-INPUT IS NOT NUMERIC THEN
               DISPLAY "Invalid input. Please enter numeric value."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               COMPUTE WS-DATE-CHECK =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-EXPIRY-INPUT))
               IF WS-DATE-CHECK = 0 THEN
                   DISPLAY "Not a valid calendar date."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   IF WS-EXPIRY-INPUT < WS-TODAY THEN
                       DISPLAY "Expiry date is already past."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A release names the hold by its ID; the hold must still be
      * active. The queued request carries the hold's details so the
      * approver sees what is being released.
      ******************************************************************
       4000-RELEASE-HOLD.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           DISPLAY "Enter hold ID to release: ".
           ACCEPT WS-HOLD-ID-INPUT.
           IF FUNCTION TRIM(WS-HOLD-ID-INPUT) IS NOT NUMERIC THEN
               DISPLAY "Invalid input. Please enter numeric value."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               IF FUNCTION NUMVAL(WS-HOLD-ID-INPUT) = 0 THEN
                   DISPLAY "Invalid hold ID."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-FILE-STATUS = "00" THEN
                   MOVE FUNCTION NUMVAL(WS-HOLD-ID-INPUT)
                       TO WS-HOLD-REL-KEY
                   READ HOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RECORD-EXISTS TO TRUE
                   END-READ
                   CLOSE HOLD-FILE
               END-IF
               IF NOT WS-RECORD-EXISTS THEN
                   DISPLAY "Hold not found."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   IF NOT HD-STATUS-ACTIVE THEN
                       DISPLAY "Hold is no longer active (status "
                           HD-HOLD-STATUS ")."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-OK THEN
               MOVE 0 TO WS-LISTED-COUNT
               PERFORM 2100-LIST-ONE-HOLD
               MOVE SPACES TO WS-PENDING-WORK
               SET PN-ACTION-RELEASE-HOLD TO TRUE
               MOVE HD-CUSTOMER-ID TO PN-CUSTOMER-ID
               MOVE HD-HOLD-ID TO PN-HOLD-ID
               MOVE HD-ACCOUNT-TYPE TO PN-HOLD-ACCOUNT-TYPE
               MOVE HD-AMOUNT TO PN-HOLD-AMOUNT
               MOVE HD-REASON-CODE TO PN-HOLD-REASON-CODE
               MOVE HD-EXPIRY-DATE TO PN-HOLD-EXPIRY-DATE
               PERFORM 5000-QUEUE-PENDING-CHANGE
               DISPLAY "Release queued for approval."
               DISPLAY "A second operator must apply it in the "
                   "approval program before it takes effect."
           END-IF.

       5000-QUEUE-PENDING-CHANGE.
           MOVE WS-TODAY TO PN-ENTRY-DATE.
           MOVE WS-MAKER-ID-INPUT TO PN-MAKER-ID.
           OPEN EXTEND PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS = "05"
               OR WS-PENDING-FILE-STATUS = "35" THEN
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.
           WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-WORK.
           CLOSE PENDING-CHANGE-FILE.

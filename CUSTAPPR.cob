      * someone else. Every approval and rejection is appended to
      * MAINT-AUDIT-FILE with both operator IDs, and the pending file
      * is rewritten at the end holding only what is still pending.
      *
      * Hold placements and releases keyed in CUSTHOLD come through
      * the same queue under the same rules. Approving a placement
      * writes the new hold to HOLD-FILE under the next free hold ID,
      * with the maker as its placed-by operator; approving a release
      * marks the hold released. A release whose hold is no longer
      * active by the time it is reviewed - it expired overnight, or
      * another release got there first - is rejected.
      *
      * Overdraft protection changes keyed in CUSTPROT come through
      * the same way: approving one writes or rewrites the customer's
      * PROTECTION-FILE record with the new opt-in flag and sweep
      * limit, stamped with both operator IDs.
      *
      * Contact and mailing detail changes keyed in CUSTMAINT are
      * shown against the customer's CONTACT-FILE record as it stands
      * at review; approving one writes or rewrites that record,
      * stamped with both operator IDs. The statement cycle dates
      * are the cycle run's and are carried over.
      *
      * Every CUSTOMER-FILE record approved in is also appended to
      * RECOVERY-JOURNAL-FILE as a before/after image (RJRNREC),
      * stamped with the checker ID, for CUSTRCOV's roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPPR IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PROTECTION-FILE ASSIGN TO "ODPROT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PROTECTION-REL-KEY
               FILE STATUS IS WS-PROTECTION-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CONTACT-REL-KEY
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
                         ==STATUS-DORMANT== BY ==CF-STATUS-DORMANT==.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-FILE-RECORD             PIC X(240).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  PROTECTION-FILE.
       01  PROTECTION-RECORD.
           COPY ODPREC.

       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           COPY CONTREC.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05  FILLER                      PIC X      VALUE SPACE.
           05  MA-CHECKER-ID               PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
       01  WS-DECISION-INPUT               PIC X.
       01  WS-REL-KEY                      PIC 9(8) COMP.
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-MAINT-AUDIT-FILE-STATUS      PIC XX.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-LAST-HOLD-ID                 PIC 9(7)   VALUE 0.
       01  WS-PROTECTION-FILE-STATUS       PIC XX.
       01  WS-PROTECTION-REL-KEY           PIC 9(8) COMP.
       01  WS-CONTACT-FILE-STATUS          PIC XX.
       01  WS-CONTACT-REL-KEY              PIC 9(8) COMP.
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-CLOSED-SWITCH           PIC X      VALUE "N".
           88  WS-HOLD-CLOSED              VALUE "Y".
       01  WS-PENDING-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-RECORD-EXISTS-SWITCH         PIC X      VALUE "N".

       01  WS-PENDING-TABLE-AREA.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES
                                           PIC X(240).
           05  WS-PEND-KEEP OCCURS 1000 TIMES
                                           PIC X.
       01  WS-PENDING-COUNT                PIC 9(4)   VALUE 0.
       01  WS-KEPT-COUNT                   PIC 9(4)   VALUE 0.
       01  WS-COUNT-DISPLAY                PIC ZZZ9.

       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-TIMESTAMP            PIC X(21).
       01  WS-JOURNAL-BEFORE-IMAGE         PIC X(45).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-DISPOSITION-HOLD             PIC X(8).
       01  WS-OLD-BALANCE-DISPLAY          PIC ----,---,--9.99.
       01  WS-NEW-BALANCE-DISPLAY          PIC ----,---,--9.99.
       01  WS-ACTION-CAPTION               PIC X(6).
       01  WS-HOLD-AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       01  WS-OLD-LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.99.

       COPY OPERID.

                   WS-CUSTOMER-FILE-STATUS ")"
               GOBACK
           END-IF.
           PERFORM 0500-GET-BUSINESS-DATE.
           PERFORM 9500-OPEN-RECOVERY-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open RECOVERY-JOURNAL-FILE (status "
                   WS-JOURNAL-FILE-STATUS ")"
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-FILE-STATUS = "05"
               OR WS-MAINT-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           PERFORM 1500-OPEN-HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open HOLD-FILE (status "
                   WS-HOLD-FILE-STATUS ")"
               CLOSE CUSTOMER-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               CLOSE MAINT-AUDIT-FILE
               GOBACK
           END-IF.
           PERFORM 1510-FIND-LAST-HOLD-ID.
           PERFORM 1600-OPEN-PROTECTION-FILE.
           IF WS-PROTECTION-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open PROTECTION-FILE (status "
                   WS-PROTECTION-FILE-STATUS ")"
               CLOSE CUSTOMER-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               CLOSE MAINT-AUDIT-FILE
               CLOSE HOLD-FILE
               GOBACK
           END-IF.
           PERFORM 1700-OPEN-CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open CONTACT-FILE (status "
                   WS-CONTACT-FILE-STATUS ")"
               CLOSE CUSTOMER-FILE
               CLOSE RECOVERY-JOURNAL-FILE
               CLOSE MAINT-AUDIT-FILE
               CLOSE HOLD-FILE
               CLOSE PROTECTION-FILE
               GOBACK
           END-IF.

           MOVE 1 TO WS-PENDING-INDEX.
           PERFORM UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE HOLD-FILE.
           CLOSE PROTECTION-FILE.
           CLOSE CONTACT-FILE.
           PERFORM 5000-REWRITE-PENDING-QUEUE.

           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Changes still pending:        " WS-COUNT-DISPLAY.
           GOBACK.

      ******************************************************************
      * The business date the recovery journal stamps on every change
      * applied, and the date holds are placed or released and
      * protection and contact changes take effect - the same date
      * the night run tests hold expiry against. A missing or empty
      * BUSINESS-DATE-FILE falls back to the wall clock.
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

       1000-LOAD-PENDING-QUEUE.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00" THEN
               CLOSE PENDING-CHANGE-FILE
           END-IF.

      ******************************************************************
      * A missing hold file is created empty, as CUSTOMER-FILE is.
      * The next free hold ID follows the highest one on file.
      ******************************************************************
       1500-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35" THEN
               CLOSE HOLD-FILE
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

       1510-FIND-LAST-HOLD-ID.
           MOVE 0 TO WS-LAST-HOLD-ID.
           MOVE 1 TO WS-HOLD-REL-KEY.
           START HOLD-FILE KEY IS NOT LESS THAN WS-HOLD-REL-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       MOVE WS-HOLD-REL-KEY TO WS-LAST-HOLD-ID
               END-READ
           END-PERFORM.

       1600-OPEN-PROTECTION-FILE.
           OPEN I-O PROTECTION-FILE.
           IF WS-PROTECTION-FILE-STATUS = "35" THEN
               CLOSE PROTECTION-FILE
               OPEN OUTPUT PROTECTION-FILE
               CLOSE PROTECTION-FILE
               OPEN I-O PROTECTION-FILE
           END-IF.

       1700-OPEN-CONTACT-FILE.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "35" THEN
               CLOSE CONTACT-FILE
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.

       2000-REVIEW-ONE-CHANGE.
           MOVE WS-PEND-ENTRY (WS-PENDING-INDEX) TO WS-PENDING-WORK.
           EVALUATE TRUE
               WHEN PN-ACTION-PLACE-HOLD
               WHEN PN-ACTION-RELEASE-HOLD
                   PERFORM 2100-SHOW-HOLD-REQUEST
               WHEN PN-ACTION-PROTECTION
                   PERFORM 2150-SHOW-PROTECTION-CHANGE
               WHEN PN-ACTION-CONTACT
                   PERFORM 2160-SHOW-CONTACT-CHANGE
               WHEN OTHER
                   PERFORM 2050-SHOW-CUSTOMER-CHANGE
           END-EVALUATE.

           IF PN-MAKER-ID = WS-CHECKER-ID-INPUT THEN
               DISPLAY "You keyed this change - another operator "
               EVALUATE WS-DECISION-INPUT
                   WHEN "A"
                   WHEN "a"
                       EVALUATE TRUE
                           WHEN PN-ACTION-PLACE-HOLD
                           WHEN PN-ACTION-RELEASE-HOLD
                               PERFORM 3500-APPLY-HOLD-REQUEST
                           WHEN PN-ACTION-PROTECTION
                               PERFORM 3700-APPLY-PROTECTION-CHANGE
                           WHEN PN-ACTION-CONTACT
                               PERFORM 3800-APPLY-CONTACT-CHANGE
                           WHEN OTHER
                               PERFORM 3000-APPLY-CHANGE
                       END-EVALUATE
                   WHEN "R"
                   WHEN "r"
                       PERFORM 4000-WRITE-MAINT-AUDIT-REJECT
               END-EVALUATE
           END-IF.

       2050-SHOW-CUSTOMER-CHANGE.
           IF PN-ACTION-ADD THEN
               MOVE "ADD   " TO WS-ACTION-CAPTION
           ELSE
               MOVE "CHANGE" TO WS-ACTION-CAPTION
           END-IF.
           MOVE PN-OLD-BALANCE TO WS-OLD-BALANCE-DISPLAY.
           MOVE PN-NEW-BALANCE TO WS-NEW-BALANCE-DISPLAY.

           DISPLAY " ".
           DISPLAY "Customer " PN-CUSTOMER-ID "  " WS-ACTION-CAPTION
               "  keyed " PN-ENTRY-DATE " by " PN-MAKER-ID.
           DISPLAY "          OLD"
               "                             NEW".
           DISPLAY "Name:     " PN-OLD-NAME "  " PN-NEW-NAME.
           DISPLAY "Balance:  " WS-OLD-BALANCE-DISPLAY
               "                 " WS-NEW-BALANCE-DISPLAY.
           DISPLAY "Status:   " PN-OLD-STATUS
               "                               " PN-NEW-STATUS.

       2100-SHOW-HOLD-REQUEST.
           IF PN-ACTION-PLACE-HOLD THEN
               MOVE "HOLD  " TO WS-ACTION-CAPTION
           ELSE
               MOVE "UNHOLD" TO WS-ACTION-CAPTION
           END-IF.
           MOVE PN-HOLD-AMOUNT TO WS-HOLD-AMOUNT-DISPLAY.

           DISPLAY " ".
           DISPLAY "Customer " PN-CUSTOMER-ID "  " WS-ACTION-CAPTION
               "  keyed " PN-ENTRY-DATE " by " PN-MAKER-ID.
           IF PN-ACTION-RELEASE-HOLD THEN
               DISPLAY "Release hold ID: " PN-HOLD-ID
           END-IF.
           DISPLAY "Account:  " PN-HOLD-ACCOUNT-TYPE
               "   Amount: " WS-HOLD-AMOUNT-DISPLAY
               "   Reason: " PN-HOLD-REASON-CODE
               "   Expires: " PN-HOLD-EXPIRY-DATE.

       2150-SHOW-PROTECTION-CHANGE.
           MOVE PN-OLD-SWEEP-LIMIT TO WS-OLD-LIMIT-DISPLAY.
           MOVE PN-NEW-SWEEP-LIMIT TO WS-NEW-LIMIT-DISPLAY.

           DISPLAY " ".
           DISPLAY "Customer " PN-CUSTOMER-ID "  ODPROT"
               "  keyed " PN-ENTRY-DATE " by " PN-MAKER-ID.
           DISPLAY "                  OLD           NEW".
           DISPLAY "Opted in:         " PN-OLD-OPT-IN
               "             " PN-NEW-OPT-IN.
           DISPLAY "Sweep limit:  " WS-OLD-LIMIT-DISPLAY
               "  " WS-NEW-LIMIT-DISPLAY
               "   (0.00 = no limit)".

      ******************************************************************
      * The details on file are read at review, not when the change
      * was keyed, so the approver sees what the change will replace.
      ******************************************************************
       2160-SHOW-CONTACT-CHANGE.
           MOVE PN-CUSTOMER-ID TO WS-CONTACT-REL-KEY.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO CONTACT-RECORD
           END-READ.

           DISPLAY " ".
           DISPLAY "Customer " PN-CUSTOMER-ID "  CONTACT"
               "  keyed " PN-ENTRY-DATE " by " PN-MAKER-ID.
           DISPLAY "            ON FILE"
               "                         NEW".
           DISPLAY "Address:    " CT-ADDRESS-LINE-1 "  "
               PN-NEW-ADDRESS-LINE-1.
           DISPLAY "            " CT-ADDRESS-LINE-2 "  "
               PN-NEW-ADDRESS-LINE-2.
           DISPLAY "            " CT-ADDRESS-LINE-3 "  "
               PN-NEW-ADDRESS-LINE-3.
           DISPLAY "Postcode:   " CT-POSTCODE
               "                        " PN-NEW-POSTCODE.
           DISPLAY "Phone:      " CT-PHONE
               "                 " PN-NEW-PHONE.
           DISPLAY "Cycle day:  " CT-CYCLE-DAY
               "                              " PN-NEW-CYCLE-DAY.
           DISPLAY "Mail flag:  " CT-MAIL-FLAG
               "                               " PN-NEW-MAIL-FLAG
               "   (Y send, R returned, D do not mail)".

       3000-APPLY-CHANGE.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           MOVE "N" TO WS-APPLY-OK-SWITCH.
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO TRUE
                   MOVE WS-DATA-RECORD TO WS-JOURNAL-BEFORE-IMAGE
           END-READ.

           MOVE PN-CUSTOMER-ID TO CF-CUSTOMER-ID.
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
                       PERFORM 9600-JOURNAL-CUSTOMER-CHANGE
               END-REWRITE
           ELSE
               WRITE CUSTOMER-RECORD
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
                       PERFORM 9610-JOURNAL-CUSTOMER-ADD
               END-WRITE
           END-IF.

                   WS-CUSTOMER-FILE-STATUS ") - left pending."
           END-IF.

      ******************************************************************
      * A placement becomes a new active hold; a release closes the
      * hold it names, provided that hold is still active.
      ******************************************************************
       3500-APPLY-HOLD-REQUEST.
           MOVE "N" TO WS-APPLY-OK-SWITCH.
           MOVE "N" TO WS-HOLD-CLOSED-SWITCH.
           IF PN-ACTION-PLACE-HOLD THEN
               MOVE SPACES TO HOLD-RECORD
               COMPUTE WS-HOLD-REL-KEY = WS-LAST-HOLD-ID + 1
               MOVE WS-HOLD-REL-KEY TO HD-HOLD-ID
               MOVE PN-CUSTOMER-ID TO HD-CUSTOMER-ID
               MOVE PN-HOLD-ACCOUNT-TYPE TO HD-ACCOUNT-TYPE
               MOVE PN-HOLD-AMOUNT TO HD-AMOUNT
               MOVE PN-HOLD-REASON-CODE TO HD-REASON-CODE
               MOVE PN-MAKER-ID TO HD-PLACED-BY
               MOVE WS-BUSINESS-DATE TO HD-PLACED-DATE
               MOVE PN-HOLD-EXPIRY-DATE TO HD-EXPIRY-DATE
               SET HD-STATUS-ACTIVE TO TRUE
               MOVE "N" TO HD-PLACED-LISTED-SWITCH
               MOVE "N" TO HD-CLOSED-LISTED-SWITCH
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
                       MOVE WS-HOLD-REL-KEY TO WS-LAST-HOLD-ID
               END-WRITE
           ELSE
               MOVE PN-HOLD-ID TO WS-HOLD-REL-KEY
               READ HOLD-FILE
                   INVALID KEY
                       MOVE SPACE TO HD-HOLD-STATUS
               END-READ
               IF NOT HD-STATUS-ACTIVE THEN
                   SET WS-HOLD-CLOSED TO TRUE
                   PERFORM 4000-WRITE-MAINT-AUDIT-REJECT
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Hold " PN-HOLD-ID " is no longer active "
                       "- release rejected."
               ELSE
                   SET HD-STATUS-RELEASED TO TRUE
                   MOVE PN-MAKER-ID TO HD-RELEASED-BY
                   MOVE WS-BUSINESS-DATE TO HD-CLOSED-DATE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-APPLY-OK TO TRUE
                   END-REWRITE
               END-IF
           END-IF.

           IF WS-APPLY-OK THEN
               PERFORM 4100-WRITE-MAINT-AUDIT-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               IF PN-ACTION-PLACE-HOLD THEN
                   DISPLAY "Hold placed as hold ID " HD-HOLD-ID "."
               ELSE
                   DISPLAY "Hold released."
               END-IF
           ELSE
               IF NOT WS-HOLD-CLOSED THEN
                   MOVE "Y" TO WS-PEND-KEEP (WS-PENDING-INDEX)
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY "Unable to apply the change (status "
                       WS-HOLD-FILE-STATUS ") - left pending."
               END-IF
           END-IF.

      ******************************************************************
      * The customer's protection record is written the first time
      * they are set up and rewritten on every later change. The
      * date of the last sweep is the sweep run's and is carried over.
      ******************************************************************
       3700-APPLY-PROTECTION-CHANGE.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           MOVE "N" TO WS-APPLY-OK-SWITCH.
           MOVE PN-CUSTOMER-ID TO WS-PROTECTION-REL-KEY.
           READ PROTECTION-FILE
               INVALID KEY
                   MOVE SPACES TO PROTECTION-RECORD
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO TRUE
           END-READ.

           MOVE PN-CUSTOMER-ID TO PR-CUSTOMER-ID.
           MOVE PN-NEW-OPT-IN TO PR-OPT-IN.
           MOVE PN-NEW-SWEEP-LIMIT TO PR-SWEEP-LIMIT.
           MOVE PN-MAKER-ID TO PR-CHANGED-BY.
           MOVE WS-CHECKER-ID-INPUT TO PR-APPROVED-BY.
           MOVE WS-BUSINESS-DATE TO PR-CHANGED-DATE.

           IF WS-RECORD-EXISTS THEN
               REWRITE PROTECTION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-REWRITE
           ELSE
               WRITE PROTECTION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-WRITE
           END-IF.

           IF WS-APPLY-OK THEN
               PERFORM 4100-WRITE-MAINT-AUDIT-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Protection change approved and applied."
           ELSE
               MOVE "Y" TO WS-PEND-KEEP (WS-PENDING-INDEX)
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY "Unable to apply the change (status "
                   WS-PROTECTION-FILE-STATUS ") - left pending."
           END-IF.

      ******************************************************************
      * The customer's contact record is written the first time they
      * are given details and rewritten on every later change. The
      * statement cycle dates belong to the cycle run and are carried
      * over.
      ******************************************************************
       3800-APPLY-CONTACT-CHANGE.
           MOVE "N" TO WS-RECORD-EXISTS-SWITCH.
           MOVE "N" TO WS-APPLY-OK-SWITCH.
           MOVE PN-CUSTOMER-ID TO WS-CONTACT-REL-KEY.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO CONTACT-RECORD
               NOT INVALID KEY
                   SET WS-RECORD-EXISTS TO TRUE
           END-READ.

           MOVE PN-CUSTOMER-ID TO CT-CUSTOMER-ID.
           MOVE PN-NEW-ADDRESS-LINE-1 TO CT-ADDRESS-LINE-1.
           MOVE PN-NEW-ADDRESS-LINE-2 TO CT-ADDRESS-LINE-2.
           MOVE PN-NEW-ADDRESS-LINE-3 TO CT-ADDRESS-LINE-3.
           MOVE PN-NEW-POSTCODE TO CT-POSTCODE.
           MOVE PN-NEW-PHONE TO CT-PHONE.
           MOVE PN-NEW-CYCLE-DAY TO CT-CYCLE-DAY.
           MOVE PN-NEW-MAIL-FLAG TO CT-MAIL-FLAG.
           MOVE PN-MAKER-ID TO CT-CHANGED-BY.
           MOVE WS-CHECKER-ID-INPUT TO CT-APPROVED-BY.
           MOVE WS-BUSINESS-DATE TO CT-CHANGED-DATE.

           IF WS-RECORD-EXISTS THEN
               REWRITE CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-REWRITE
           ELSE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-WRITE
           END-IF.

           IF WS-APPLY-OK THEN
               PERFORM 4100-WRITE-MAINT-AUDIT-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Contact change approved and applied."
           ELSE
               MOVE "Y" TO WS-PEND-KEEP (WS-PENDING-INDEX)
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY "Unable to apply the change (status "
                   WS-CONTACT-FILE-STATUS ") - left pending."
           END-IF.

       4000-WRITE-MAINT-AUDIT-REJECT.
           MOVE "REJECTED" TO WS-DISPOSITION-HOLD.
           PERFORM 4200-WRITE-MAINT-AUDIT-COMMON.
               ADD 1 TO WS-PENDING-INDEX
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.

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
           MOVE "CUSTAPPR" TO RJ-PROGRAM-ID.
           MOVE WS-CHECKER-ID-INPUT TO RJ-OPERATOR-ID.
           WRITE RECOVERY-JOURNAL-RECORD.

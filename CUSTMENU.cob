      * matching customer-system program, looping until the operator
      * chooses to exit. Inquiry clerks see lookups, statements and
      * the archive inquiry; operations staff add maintenance,
      * approvals, standing orders, holds, overdraft protection,
      * extracts and reports;
      * backup and restore, the roll-forward after a restore, the
      * purge, operator maintenance and the large-cash compliance
      * report are supervisor only. The
      * signed-on ID and role are posted to the
      * OPERATOR-SIGNON external area (see OPERID) so every called
      * program stamps its audit lines - and CUSTMAINT its maker ID,
      * CUSTAPPR its checker ID - with who is actually at the
      * compiled IS INITIAL PROGRAM so its WORKING-STORAGE (EOF
      * switches, counts, etc.) resets on every CALL instead of
      * carrying state over from the previous menu selection.
      *
      * Each sign-on is entered in the session register and marked
      * ended at exit, so the night run can see who is still on.
      * Before every menu the batch window is read: while CUSTEOD has
      * it set, only the inquiry options (lookup by ID or name,
      * statements, archive inquiry) are offered, whatever the
      * operator's role, and any other option keyed is refused and
      * logged to WINDOW-LOG-FILE. The batch lookup is held back too,
      * since it shares its checkpoint and report with the night
      * run's own CUSTBATCH step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMENU.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT BATCH-WINDOW-FILE ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-FILE-STATUS.

           SELECT SESSION-REGISTER-FILE ASSIGN TO "SESSIONS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-SESSION-REL-KEY
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT WINDOW-LOG-FILE ASSIGN TO "WINDOW.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

       FD  BATCH-WINDOW-FILE.
       01  BATCH-WINDOW-RECORD.
           COPY WINREC.

       FD  SESSION-REGISTER-FILE.
       01  SESSION-REGISTER-RECORD.
           COPY SESSREC.

       FD  WINDOW-LOG-FILE.
       01  WINDOW-LOG-RECORD.
           COPY WLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS         PIC XX.
       01  WS-OPERATOR-EOF-SWITCH          PIC X      VALUE "N".
       01  WS-ATTEMPT-COUNT                PIC 9      VALUE 0.

       01  WS-CHOICE-INPUT                 PIC X(2).
       01  WS-CHOICE-KEY                   PIC X(2).
           88  WS-CHOICE-LOCKED-IN-BATCH   VALUE "3" "4" "5" "6" "8"
                                           "9" "11" "12" "13" "14"
                                           "15" "16" "17" "18" "19"
                                           "20" "21".

       01  WS-WINDOW-FILE-STATUS           PIC XX.
       01  WS-SESSION-FILE-STATUS          PIC XX.
       01  WS-WINDOW-LOG-STATUS            PIC XX.
       01  WS-SESSION-REL-KEY              PIC 9(8) COMP.
       01  WS-SESSION-SLOT                 PIC 9(8) COMP VALUE 0.
       01  WS-FREE-SLOT                    PIC 9(8) COMP VALUE 0.
       01  WS-HIGH-SLOT                    PIC 9(8) COMP VALUE 0.
       01  WS-SESSION-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-SESSION-EOF              VALUE "Y".
       01  WS-BATCH-WINDOW-SWITCH          PIC X      VALUE "N".
           88  WS-IN-BATCH-WINDOW          VALUE "Y".
       01  WS-WINDOW-BUSINESS-DATE         PIC X(8)   VALUE SPACES.
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-EXIT-SWITCH                  PIC X      VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".

               DISPLAY "Sign-on failed."
               GOBACK
           END-IF.
           PERFORM 0400-REGISTER-SESSION.

           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 0500-READ-BATCH-WINDOW
               PERFORM 1000-DISPLAY-MENU
               MOVE FUNCTION TRIM(WS-CHOICE-INPUT) TO WS-CHOICE-KEY
               IF WS-IN-BATCH-WINDOW
                   AND WS-CHOICE-LOCKED-IN-BATCH THEN
                   PERFORM 2300-REFUSE-IN-BATCH-WINDOW
               ELSE
                   PERFORM 2000-DISPATCH
               END-IF
           END-PERFORM.
           PERFORM 0450-END-SESSION.
           GOBACK.

      ******************************************************************
               DISPLAY "Operator ID or password not recognized."
           END-IF.

      ******************************************************************
      * Enter this sign-on in the session register: the first ended
      * slot is reused, otherwise the next slot past the highest. The
      * register is how CUSTEOD knows who is on, so a sign-on that
      * cannot be registered does not get the menu.
      ******************************************************************
       0400-REGISTER-SESSION.
           OPEN I-O SESSION-REGISTER-FILE.
           IF WS-SESSION-FILE-STATUS = "35" THEN
               CLOSE SESSION-REGISTER-FILE
               OPEN OUTPUT SESSION-REGISTER-FILE
               CLOSE SESSION-REGISTER-FILE
               OPEN I-O SESSION-REGISTER-FILE
           END-IF.
           IF WS-SESSION-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to open SESSION-REGISTER-FILE (status "
                   WS-SESSION-FILE-STATUS ") - sign-on not registered."
               GOBACK
           END-IF.

           MOVE 0 TO WS-FREE-SLOT.
           MOVE 0 TO WS-HIGH-SLOT.
           MOVE "N" TO WS-SESSION-EOF-SWITCH.
           MOVE 1 TO WS-SESSION-REL-KEY.
           START SESSION-REGISTER-FILE
               KEY IS NOT LESS THAN WS-SESSION-REL-KEY
               INVALID KEY
                   SET WS-SESSION-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SESSION-EOF
               READ SESSION-REGISTER-FILE NEXT RECORD
                   AT END
                       SET WS-SESSION-EOF TO TRUE
                   NOT AT END
                       MOVE WS-SESSION-REL-KEY TO WS-HIGH-SLOT
                       IF SS-SESSION-ENDED AND WS-FREE-SLOT = 0 THEN
                           MOVE WS-SESSION-REL-KEY TO WS-FREE-SLOT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           IF WS-FREE-SLOT > 0 THEN
               MOVE WS-FREE-SLOT TO WS-SESSION-SLOT
           ELSE
               COMPUTE WS-SESSION-SLOT = WS-HIGH-SLOT + 1
           END-IF.
           MOVE WS-SESSION-SLOT TO WS-SESSION-REL-KEY.
           MOVE SPACES TO SESSION-REGISTER-RECORD.
           MOVE WS-SESSION-SLOT TO SS-SESSION-NUMBER.
           MOVE SIGNON-OPERATOR-ID TO SS-OPERATOR-ID.
           MOVE SIGNON-OPERATOR-ROLE TO SS-OPERATOR-ROLE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO SS-SIGNON-TIME.
           SET SS-SESSION-ACTIVE TO TRUE.
           IF WS-FREE-SLOT > 0 THEN
               REWRITE SESSION-REGISTER-RECORD
                   INVALID KEY
                       MOVE 0 TO WS-SESSION-SLOT
               END-REWRITE
           ELSE
               WRITE SESSION-REGISTER-RECORD
                   INVALID KEY
                       MOVE 0 TO WS-SESSION-SLOT
               END-WRITE
           END-IF.
           CLOSE SESSION-REGISTER-FILE.
           IF WS-SESSION-SLOT = 0 THEN
               DISPLAY "Unable to write SESSION-REGISTER-FILE (status "
                   WS-SESSION-FILE-STATUS ") - sign-on not registered."
               GOBACK
           END-IF.

       0450-END-SESSION.
           OPEN I-O SESSION-REGISTER-FILE.
           IF WS-SESSION-FILE-STATUS = "00" THEN
               MOVE WS-SESSION-SLOT TO WS-SESSION-REL-KEY
               READ SESSION-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SS-SESSION-ACTIVE
                           AND SS-OPERATOR-ID = SIGNON-OPERATOR-ID THEN
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-TIMESTAMP
                           MOVE WS-CURRENT-TIMESTAMP(1:14)
                               TO SS-SIGNOFF-TIME
                           SET SS-SESSION-ENDED TO TRUE
                           REWRITE SESSION-REGISTER-RECORD
                       END-IF
               END-READ
               CLOSE SESSION-REGISTER-FILE
           END-IF.

      ******************************************************************
      * Re-read before every menu, so a night run that starts while
      * the operator is signed on shuts the update options at once.
      * Only a missing window file means no night run has ever been
      * started; a window file that cannot be opened or read is
      * taken as batch, so the update options stay shut until it is
      * put right.
      ******************************************************************
       0500-READ-BATCH-WINDOW.
           MOVE "N" TO WS-BATCH-WINDOW-SWITCH.
           OPEN INPUT BATCH-WINDOW-FILE.
           EVALUATE WS-WINDOW-FILE-STATUS
               WHEN "00"
                   READ BATCH-WINDOW-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BW-WINDOW-BATCH THEN
                               SET WS-IN-BATCH-WINDOW TO TRUE
                               MOVE BW-BUSINESS-DATE
                                   TO WS-WINDOW-BUSINESS-DATE
                           END-IF
                   END-READ
                   IF WS-WINDOW-FILE-STATUS NOT = "00"
                       AND WS-WINDOW-FILE-STATUS NOT = "10" THEN
                       PERFORM 0510-WINDOW-UNREADABLE
                   END-IF
                   CLOSE BATCH-WINDOW-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   PERFORM 0510-WINDOW-UNREADABLE
           END-EVALUATE.

       0510-WINDOW-UNREADABLE.
           DISPLAY "Unable to read BATCH-WINDOW-FILE (status "
               WS-WINDOW-FILE-STATUS ") - inquiry only.".
           SET WS-IN-BATCH-WINDOW TO TRUE.
           MOVE SPACES TO WS-WINDOW-BUSINESS-DATE.

       1000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Customer System Menu =====".
           DISPLAY "Signed on: " SIGNON-OPERATOR-ID
               "  Role: " SIGNON-OPERATOR-ROLE.
           IF WS-IN-BATCH-WINDOW THEN
               PERFORM 1200-DISPLAY-BATCH-OPTIONS
           ELSE
               PERFORM 1100-DISPLAY-ALL-OPTIONS
           END-IF.
           DISPLAY "22. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-CHOICE-INPUT.

       1100-DISPLAY-ALL-OPTIONS.
           DISPLAY " 1. Customer inquiry by ID".
           DISPLAY " 2. Customer inquiry by name".
           DISPLAY " 3. Batch lookup (transaction file)".
           IF NOT SIGNON-ROLE-INQUIRY THEN
               DISPLAY " 4. Add or change a customer or contact details"
               DISPLAY " 5. End-of-day reconciliation report"
               DISPLAY " 6. Export customer list to CSV"
           END-IF.
           IF NOT SIGNON-ROLE-INQUIRY THEN
               DISPLAY "17. Credit interest (accrue/capitalise)"
           END-IF.
           IF SIGNON-ROLE-SUPERVISOR THEN
               DISPLAY "18. Large-cash and structuring report"
           END-IF.
           IF NOT SIGNON-ROLE-INQUIRY THEN
               DISPLAY "19. Place or release a hold"
               DISPLAY "20. Overdraft protection (opt in / limit)"
           END-IF.
           IF SIGNON-ROLE-SUPERVISOR THEN
               DISPLAY "21. Roll forward after a restore"
           END-IF.

      ******************************************************************
      * Inside the night run's batch window the menu is inquiry only
      * for every role - nothing here writes a master file.
      ******************************************************************
       1200-DISPLAY-BATCH-OPTIONS.
           IF WS-WINDOW-BUSINESS-DATE = SPACES THEN
               DISPLAY "Batch window unknown - inquiry only."
           ELSE
               DISPLAY "Night run in progress for business day "
                   WS-WINDOW-BUSINESS-DATE " - inquiry only."
           END-IF.
           DISPLAY " 1. Customer inquiry by ID".
           DISPLAY " 2. Customer inquiry by name".
           DISPLAY " 7. Print customer statement".
           DISPLAY "10. Archive inquiry (purged accounts)".

       2000-DISPATCH.
           EVALUATE FUNCTION TRIM(WS-CHOICE-INPUT)
               WHEN "17"
                   PERFORM 2100-DISPATCH-OPERATIONS
               WHEN "18"
                   PERFORM 2200-DISPATCH-SUPERVISOR
               WHEN "19"
                   PERFORM 2100-DISPATCH-OPERATIONS
               WHEN "20"
                   PERFORM 2100-DISPATCH-OPERATIONS
               WHEN "21"
                   PERFORM 2200-DISPATCH-SUPERVISOR
               WHEN "22"
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Enter 1-22."
           END-EVALUATE.

      ******************************************************************
                   WHEN "17"
                       CALL "CUSTCINT"
                       END-CALL
                   WHEN "19"
                       CALL "CUSTHOLD"
                       END-CALL
                   WHEN "20"
                       CALL "CUSTPROT"
                       END-CALL
               END-EVALUATE
           END-IF.

                   WHEN "16"
                       CALL "CUSTDORM"
                       END-CALL
                   WHEN "18"
                       CALL "CUSTCASH"
                       END-CALL
                   WHEN "21"
                       CALL "CUSTRCOV"
                       END-CALL
               END-EVALUATE
           END-IF.

       2300-REFUSE-IN-BATCH-WINDOW.
           DISPLAY "Not available while the night run is in "
               "progress - inquiry options only.".
           OPEN EXTEND WINDOW-LOG-FILE.
           IF WS-WINDOW-LOG-STATUS = "05" OR WS-WINDOW-LOG-STATUS = "35"
               THEN
               OPEN OUTPUT WINDOW-LOG-FILE
           END-IF.
           MOVE SPACES TO WINDOW-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WL-TIMESTAMP.
           MOVE WS-WINDOW-BUSINESS-DATE TO WL-BUSINESS-DATE.
           MOVE "CUSTMENU" TO WL-PROGRAM-ID.
           MOVE SIGNON-OPERATOR-ID TO WL-OPERATOR-ID.
           SET WL-EVENT-LOCKOUT TO TRUE.
           STRING "MENU OPTION " WS-CHOICE-KEY
               " REFUSED - NIGHT RUN"
               DELIMITED BY SIZE INTO WL-DETAIL
           END-STRING.
           WRITE WINDOW-LOG-RECORD.
           CLOSE WINDOW-LOG-FILE.

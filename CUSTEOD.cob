      * PROGRAM-ID. CUSTEOD
      *
      * End-of-day driver - runs the nightly programs in the one
      * correct order (CUSTSGEN, CUSTLOAN, CUSTBATCH, CUSTBCTL,
      * CUSTPOST, CUSTXFER, CUSTHEXP, CUSTSWEP, CUSTRECON, CUSTHREC,
      * CUSTGLJ, CUSTCYCL, CUSTMGMT, CUSTEXTR, CUSTBKUP, and at year end
      * CUSTHROL), CALLing each
      * the way CUSTMENU dispatches them, so
      * the control total and the CSV extract can never again be cut
      * from data that was not final. Each step's
      * start, end and outcome are written to RUN-STATUS-FILE after
      * business day, after an explicit operator confirmation, so the
      * same business day can never run twice. The day is marked
      * complete only when every step has run.
      *
      * The night run also owns the online/batch window. Before the
      * day is opened the session register is listed, and the run
      * refuses to start while an operations or supervisor session
      * is still signed on to CUSTMENU - unless a supervisor keys
      * an ID and password and overrides. Opening the business day
      * sets BATCH-WINDOW-FILE to batch, which holds CUSTMENU to its
      * inquiry options; closing the day or halting the run sets it
      * back to online. Every lockout and override, and each change
      * of window, is written to WINDOW-LOG-FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEOD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

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

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  BATCH-WINDOW-FILE.
       01  BATCH-WINDOW-RECORD.
           COPY WINREC.

       FD  SESSION-REGISTER-FILE.
       01  SESSION-REGISTER-RECORD.
           COPY SESSREC.

       FD  WINDOW-LOG-FILE.
       01  WINDOW-LOG-RECORD.
           COPY WLOGREC.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-STATUS           PIC XX.
       01  WS-SUMMARY-FILE-STATUS          PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-WINDOW-FILE-STATUS           PIC XX.
       01  WS-SESSION-FILE-STATUS          PIC XX.
       01  WS-WINDOW-LOG-STATUS            PIC XX.
       01  WS-OPERATOR-FILE-STATUS         PIC XX.
       01  WS-SESSION-REL-KEY              PIC 9(8) COMP.
       01  WS-SESSION-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-SESSION-EOF              VALUE "Y".
       01  WS-OPERATOR-EOF-SWITCH          PIC X      VALUE "N".
           88  WS-OPERATOR-EOF             VALUE "Y".
       01  WS-OVERRIDE-SWITCH              PIC X      VALUE "N".
           88  WS-OVERRIDE-GRANTED         VALUE "Y".
       01  WS-ACTIVE-SESSION-COUNT         PIC 9(5)   VALUE 0.
       01  WS-UPDATE-SESSION-COUNT         PIC 9(5)   VALUE 0.
       01  WS-SESSION-COUNT-EDIT           PIC ZZZZ9.
       01  WS-SUPERVISOR-ID-INPUT          PIC X(8).
       01  WS-PASSWORD-INPUT               PIC X(8).
       01  WS-LOG-OPERATOR-ID              PIC X(8).
       01  WS-LOG-EVENT                    PIC X(8).
       01  WS-LOG-DETAIL                   PIC X(40).
       01  WS-STATUS-EOF-SWITCH            PIC X      VALUE "N".
           88  WS-STATUS-EOF               VALUE "Y".
       01  WS-RUN-HALTED-SWITCH            PIC X      VALUE "N".
       01  WS-STEP-NAME-VALUES.
           05  FILLER                      PIC X(9)
               VALUE "CUSTSGEN".
           05  FILLER                      PIC X(9)
               VALUE "CUSTLOAN".
           05  FILLER                      PIC X(9)
               VALUE "CUSTBATCH".
           05  FILLER                      PIC X(9)
               VALUE "CUSTBCTL".
           05  FILLER                      PIC X(9)
               VALUE "CUSTPOST".
           05  FILLER                      PIC X(9)
               VALUE "CUSTXFER".
           05  FILLER                      PIC X(9)
               VALUE "CUSTHEXP".
           05  FILLER                      PIC X(9)
               VALUE "CUSTSWEP".
           05  FILLER                      PIC X(9)
               VALUE "CUSTRECON".
           05  FILLER                      PIC X(9)
               VALUE "CUSTHREC".
           05  FILLER                      PIC X(9)
               VALUE "CUSTGLJ".
           05  FILLER                      PIC X(9)
               VALUE "CUSTCYCL".
           05  FILLER                      PIC X(9)
               VALUE "CUSTMGMT".
           05  FILLER                      PIC X(9)
           05  FILLER                      PIC X(9)
               VALUE "CUSTHROL".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME OCCURS 16 TIMES
                                           PIC X(9).

       01  WS-STEP-STATE-AREA.
           05  WS-STEP-STATE OCCURS 16 TIMES.
               10  WS-STEP-START           PIC X(14).
               10  WS-STEP-END             PIC X(14).
               10  WS-STEP-OUTCOME         PIC X(7).

       01  WS-STEP-COUNT                   PIC 99     VALUE 16.
       01  WS-STEP-INDEX                   PIC 99     VALUE 0.
       01  WS-SAVE-INDEX                   PIC 99     VALUE 0.
       01  WS-RESUMED-COUNT                PIC 99     VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-CHECK-ONLINE-SESSIONS.
           PERFORM 0100-OPEN-BUSINESS-DAY.
           DISPLAY "Business date for this run: " WS-BUSINESS-DATE.

           END-IF.

           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-RUN-HALTED
               PERFORM 2000-RUN-ONE-STEP
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.
           IF WS-RUN-HALTED THEN
               DISPLAY "NIGHT RUN HALTED - fix the failed step and "
                   "rerun; completed steps will not repeat."
               MOVE "RUN HALTED - BACK ONLINE" TO WS-LOG-DETAIL
               PERFORM 0700-CLEAR-BATCH-WINDOW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9100-CLEAR-RUN-STATUS
                   DISPLAY "Night run complete."
                   MOVE 0 TO RETURN-CODE
               END-IF
               MOVE "DAY CLOSED - BACK ONLINE" TO WS-LOG-DETAIL
               PERFORM 0700-CLEAR-BATCH-WINDOW
           END-IF.
           GOBACK.

      ******************************************************************
      * The online sessions CUSTMENU has registered. Every active one
      * is listed; an operations or supervisor session can still
      * update the files the night run is about to post, so while any
      * is active the run refuses to start unless a supervisor signs
      * an override. A missing register means nobody has signed on.
      * A register that is there but cannot be opened or read could
      * be hiding an update session, so the run refuses to start and
      * logs the lockout, as it does when the window cannot be set.
      * The refusal or override is logged before the business day is
      * opened, so those log lines carry no business date.
      ******************************************************************
       0050-CHECK-ONLINE-SESSIONS.
           MOVE 0 TO WS-ACTIVE-SESSION-COUNT.
           MOVE 0 TO WS-UPDATE-SESSION-COUNT.
           OPEN INPUT SESSION-REGISTER-FILE.
           IF WS-SESSION-FILE-STATUS NOT = "00"
               AND WS-SESSION-FILE-STATUS NOT = "35" THEN
               PERFORM 0055-REFUSE-UNREADABLE-REGISTER
           END-IF.
           IF WS-SESSION-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-SESSION-EOF-SWITCH
               MOVE 1 TO WS-SESSION-REL-KEY
               START SESSION-REGISTER-FILE
                   KEY IS NOT LESS THAN WS-SESSION-REL-KEY
                   INVALID KEY
                       SET WS-SESSION-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SESSION-EOF
                   READ SESSION-REGISTER-FILE NEXT RECORD
                       AT END
                           SET WS-SESSION-EOF TO TRUE
                       NOT AT END
                           PERFORM 0060-LIST-ONE-SESSION
                   END-READ
                   IF WS-SESSION-FILE-STATUS NOT = "00"
                       AND WS-SESSION-FILE-STATUS NOT = "10" THEN
                       CLOSE SESSION-REGISTER-FILE
                       PERFORM 0055-REFUSE-UNREADABLE-REGISTER
                   END-IF
               END-PERFORM
               CLOSE SESSION-REGISTER-FILE
           END-IF.
           IF WS-ACTIVE-SESSION-COUNT = 0 THEN
               DISPLAY "No operators signed on."
           END-IF.
           IF WS-UPDATE-SESSION-COUNT > 0 THEN
               PERFORM 0070-REQUEST-OVERRIDE
           END-IF.

       0055-REFUSE-UNREADABLE-REGISTER.
           DISPLAY "Unable to read SESSION-REGISTER-FILE (status "
               WS-SESSION-FILE-STATUS ") - run not started.".
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "SESSION REGISTER UNREADABLE (STATUS "
               DELIMITED BY SIZE
               WS-SESSION-FILE-STATUS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           END-STRING.
           MOVE "CUSTEOD" TO WS-LOG-OPERATOR-ID.
           MOVE "LOCKOUT" TO WS-LOG-EVENT.
           PERFORM 0800-WRITE-WINDOW-LOG.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       0060-LIST-ONE-SESSION.
           IF SS-SESSION-ACTIVE THEN
               IF WS-ACTIVE-SESSION-COUNT = 0 THEN
                   DISPLAY "Operators signed on:"
                   DISPLAY "  SESSION OPERATOR ROLE SIGNED ON"
               END-IF
               ADD 1 TO WS-ACTIVE-SESSION-COUNT
               IF NOT SS-ROLE-INQUIRY THEN
                   ADD 1 TO WS-UPDATE-SESSION-COUNT
               END-IF
               DISPLAY "  " SS-SESSION-NUMBER "   " SS-OPERATOR-ID
                   " " SS-OPERATOR-ROLE "    " SS-SIGNON-TIME
           END-IF.

       0070-REQUEST-OVERRIDE.
           MOVE WS-UPDATE-SESSION-COUNT TO WS-SESSION-COUNT-EDIT.
           DISPLAY WS-SESSION-COUNT-EDIT " operations/supervisor "
               "session(s) still signed on - the night run cannot "
               "start.".
           DISPLAY "Supervisor override (Y/N)? ".
           ACCEPT WS-CONFIRM-INPUT.
           MOVE SPACES TO WS-SUPERVISOR-ID-INPUT.
           IF WS-CONFIRM-INPUT = "Y" OR WS-CONFIRM-INPUT = "y" THEN
               DISPLAY "Supervisor ID: "
               ACCEPT WS-SUPERVISOR-ID-INPUT
               DISPLAY "Password: "
               ACCEPT WS-PASSWORD-INPUT
               PERFORM 0080-VERIFY-SUPERVISOR
           END-IF.

           MOVE SPACES TO WS-LOG-DETAIL.
           STRING FUNCTION TRIM(WS-SESSION-COUNT-EDIT)
               DELIMITED BY SIZE
               " UPDATE SESSION(S) SIGNED ON" DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           END-STRING.
           IF WS-OVERRIDE-GRANTED THEN
               MOVE WS-SUPERVISOR-ID-INPUT TO WS-LOG-OPERATOR-ID
               MOVE "OVERRIDE" TO WS-LOG-EVENT
               PERFORM 0800-WRITE-WINDOW-LOG
               PERFORM 0090-LOG-OVERRIDDEN-SESSIONS
               DISPLAY "Override accepted for " WS-SUPERVISOR-ID-INPUT
                   " - the night run starts."
           ELSE
               IF WS-SUPERVISOR-ID-INPUT = SPACES THEN
                   MOVE "CUSTEOD" TO WS-LOG-OPERATOR-ID
               ELSE
                   MOVE WS-SUPERVISOR-ID-INPUT TO WS-LOG-OPERATOR-ID
               END-IF
               MOVE "LOCKOUT" TO WS-LOG-EVENT
               PERFORM 0800-WRITE-WINDOW-LOG
               DISPLAY "Run refused - have the operators exit "
                   "CUSTMENU, or get a supervisor override."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0080-VERIFY-SUPERVISOR.
           MOVE "N" TO WS-OPERATOR-EOF-SWITCH.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-FILE-STATUS = "00" THEN
               PERFORM UNTIL WS-OPERATOR-EOF OR WS-OVERRIDE-GRANTED
                   READ OPERATOR-MASTER-FILE
                       AT END
                           SET WS-OPERATOR-EOF TO TRUE
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-SUPERVISOR-ID-INPUT
                               AND OP-PASSWORD = WS-PASSWORD-INPUT
                               AND OP-ROLE-SUPERVISOR THEN
                               SET WS-OVERRIDE-GRANTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF NOT WS-OVERRIDE-GRANTED THEN
               DISPLAY "Supervisor ID or password not recognized."
           END-IF.

      ******************************************************************
      * One SESSION line per update session the override let the run
      * start over, under the overriding supervisor's ID.
      ******************************************************************
       0090-LOG-OVERRIDDEN-SESSIONS.
           OPEN INPUT SESSION-REGISTER-FILE.
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
                       IF SS-SESSION-ACTIVE
                           AND NOT SS-ROLE-INQUIRY THEN
                           MOVE SPACES TO WS-LOG-DETAIL
                           STRING SS-SESSION-NUMBER " "
                               SS-OPERATOR-ID " " SS-OPERATOR-ROLE
                               " " SS-SIGNON-TIME
                               DELIMITED BY SIZE INTO WS-LOG-DETAIL
                           END-STRING
                           MOVE "SESSION" TO WS-LOG-EVENT
                           PERFORM 0800-WRITE-WINDOW-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SESSION-REGISTER-FILE.

      ******************************************************************
      * The formal date roll. A missing file is first-time setup and
      * opens a business day on tonight's calendar date. A day left
                   PERFORM 0200-ADVANCE-BUSINESS-DAY
               END-IF
           END-IF.
           PERFORM 0600-SET-BATCH-WINDOW.

       0200-ADVANCE-BUSINESS-DAY.
           DISPLAY "Business day " WS-BUSINESS-DATE
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

      ******************************************************************
      * The batch window. Setting it is part of opening the business
      * day - if it cannot be set the run does not start, since the
      * online menu would not know to stand back. Clearing it is the
      * last thing a closed or halted run does; a run that abends
      * leaves it set, and the rerun carries on inside it.
      ******************************************************************
       0600-SET-BATCH-WINDOW.
           OPEN OUTPUT BATCH-WINDOW-FILE.
           IF WS-WINDOW-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to set BATCH-WINDOW-FILE (status "
                   WS-WINDOW-FILE-STATUS ") - run not started."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BATCH-WINDOW-RECORD.
           SET BW-WINDOW-BATCH TO TRUE.
           PERFORM 0650-STAMP-BATCH-WINDOW.
           WRITE BATCH-WINDOW-RECORD.
           CLOSE BATCH-WINDOW-FILE.
           MOVE "CUSTEOD" TO WS-LOG-OPERATOR-ID.
           MOVE "BATCH" TO WS-LOG-EVENT.
           MOVE "NIGHT RUN STARTED - MENU INQUIRY ONLY"
               TO WS-LOG-DETAIL.
           PERFORM 0800-WRITE-WINDOW-LOG.

       0650-STAMP-BATCH-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO BW-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO BW-CHANGED-AT.
           MOVE "CUSTEOD" TO BW-CHANGED-BY.

      *    The caller sets WS-LOG-DETAIL to say why the window closed.
       0700-CLEAR-BATCH-WINDOW.
           OPEN OUTPUT BATCH-WINDOW-FILE.
           IF WS-WINDOW-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to clear BATCH-WINDOW-FILE (status "
                   WS-WINDOW-FILE-STATUS ") - the menu stays "
                   "inquiry only until BATCHWIN.DAT is repaired."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO BATCH-WINDOW-RECORD
               SET BW-WINDOW-ONLINE TO TRUE
               PERFORM 0650-STAMP-BATCH-WINDOW
               WRITE BATCH-WINDOW-RECORD
               CLOSE BATCH-WINDOW-FILE
               MOVE "CUSTEOD" TO WS-LOG-OPERATOR-ID
               MOVE "ONLINE" TO WS-LOG-EVENT
               PERFORM 0800-WRITE-WINDOW-LOG
           END-IF.

       0800-WRITE-WINDOW-LOG.
           OPEN EXTEND WINDOW-LOG-FILE.
           IF WS-WINDOW-LOG-STATUS = "05" OR WS-WINDOW-LOG-STATUS = "35"
               THEN
               OPEN OUTPUT WINDOW-LOG-FILE
           END-IF.
           MOVE SPACES TO WINDOW-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WL-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO WL-BUSINESS-DATE.
           MOVE "CUSTEOD" TO WL-PROGRAM-ID.
           MOVE WS-LOG-OPERATOR-ID TO WL-OPERATOR-ID.
           MOVE WS-LOG-EVENT TO WL-EVENT.
           MOVE WS-LOG-DETAIL TO WL-DETAIL.
           WRITE WINDOW-LOG-RECORD.
           CLOSE WINDOW-LOG-FILE.

      ******************************************************************
      * Prior run state, if any. Steps already OK or WARNING from an
      * interrupted run stay done; everything else (FAILED, RUNNING
           MOVE 1 TO WS-STEP-INDEX.
           PERFORM 1100-INIT-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

           OPEN INPUT RUN-STATUS-FILE.
           IF WS-STATUS-FILE-STATUS = "00" THEN
                       NOT AT END
                           IF ES-STEP-NUMBER IS NUMERIC
                               AND ES-STEP-NUMBER > 0
                               AND ES-STEP-NUMBER NOT > WS-STEP-COUNT
                               THEN
                               MOVE ES-START-TIME TO
                                   WS-STEP-START (ES-STEP-NUMBER)
                               MOVE ES-END-TIME TO
           MOVE 0 TO WS-RESUMED-COUNT.
           PERFORM 1200-COUNT-ONE-DONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

       1100-INIT-ONE-STEP.
           MOVE SPACES TO WS-STEP-START (WS-STEP-INDEX).
                   CALL "CUSTSGEN"
                   END-CALL
               WHEN 2
                   CALL "CUSTLOAN"
                   END-CALL
               WHEN 3
                   CALL "CUSTBATCH"
                   END-CALL
               WHEN 4
                   CALL "CUSTBCTL"
                   END-CALL
               WHEN 5
                   CALL "CUSTPOST"
                   END-CALL
               WHEN 6
                   CALL "CUSTXFER"
                   END-CALL
               WHEN 7
                   CALL "CUSTHEXP"
                   END-CALL
               WHEN 8
                   CALL "CUSTSWEP"
                   END-CALL
               WHEN 9
                   CALL "CUSTRECON"
                   END-CALL
               WHEN 10
                   CALL "CUSTHREC"
                   END-CALL
               WHEN 11
                   CALL "CUSTGLJ"
                   END-CALL
               WHEN 12
                   CALL "CUSTCYCL"
                   END-CALL
               WHEN 13
                   CALL "CUSTMGMT"
                   END-CALL
               WHEN 14
                   CALL "CUSTEXTR"
                   END-CALL
               WHEN 15
                   CALL "CUSTBKUP"
                   END-CALL
      *        The history rollover only has work at year end; on
      *        every other night the step completes clean without
      *        touching the history file.
               WHEN 16
                   IF WS-BUSINESS-DATE(5:4) = "1231" THEN
                       CALL "CUSTHROL"
                       END-CALL

           PERFORM 5100-PRINT-ONE-STEP-LINE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           CLOSE SUMMARY-FILE.

       5100-PRINT-ONE-STEP-LINE.
           OPEN OUTPUT RUN-STATUS-FILE.
           PERFORM 9010-SAVE-ONE-STEP
               VARYING WS-SAVE-INDEX FROM 1 BY 1
               UNTIL WS-SAVE-INDEX > WS-STEP-COUNT.
           CLOSE RUN-STATUS-FILE.

       9010-SAVE-ONE-STEP.

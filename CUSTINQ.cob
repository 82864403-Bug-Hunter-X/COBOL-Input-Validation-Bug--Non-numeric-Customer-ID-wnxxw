      * so one inquiry answers for the whole relationship. Customer
      * ID doubles as the relative record number within
      * CUSTOMER-FILE; the named accounts sit at slot ID * 10 + type.
      * Checking and savings show both the ledger balance and the
      * available balance - the ledger less the active holds on
      * HOLD-FILE, which is what a debit may draw on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ IS INITIAL PROGRAM.
               RELATIVE KEY IS WS-ACCT-REL-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
                         ==ACCT-STATUS-CLOSED== BY ==AF-CLOSED==
                         ==ACCT-STATUS-FROZEN== BY ==AF-FROZEN==.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-DATA-RECORD.
           COPY CUSTREC
       01  WS-VALIDATION-RESULT            PIC X(7).
       01  WS-LOOKUP-RESULT                PIC X(9).
       01  WS-BALANCE-DISPLAY              PIC ----,---,--9.99.
       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-CHECKING-HELD                PIC 9(9)V99  VALUE 0.
       01  WS-SAVINGS-HELD                 PIC 9(9)V99  VALUE 0.
       01  WS-AVAILABLE-BALANCE            PIC S9(9)V99.

       COPY OPERID.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-GET-BUSINESS-DATE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = "05" OR WS-AUDIT-FILE-STATUS = "35"
               THEN
                       DISPLAY "Account is dormant. Balance inquiry "
                           "blocked."
                   ELSE
                       PERFORM 1500-SUM-ACTIVE-HOLDS
                       MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY "Checking balance:   "
                           WS-BALANCE-DISPLAY
                       COMPUTE WS-AVAILABLE-BALANCE =
                           WS-BALANCE - WS-CHECKING-HELD
                       MOVE WS-AVAILABLE-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY "Checking available: "
                           WS-BALANCE-DISPLAY
                   END-IF
               END-IF
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           GOBACK.

      ******************************************************************
      * The business date of the inquiry. The night run's date roll
      * in CUSTEOD keeps BUSINESS-DATE-FILE current; a missing or
      * empty file falls back to the wall clock.
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

      ******************************************************************
      * The customer's savings and loan accounts, if open. No account
      * file, or no record in the slot, simply means the customer
               NOT INVALID KEY
                   IF AF-ACTIVE THEN
                       MOVE AF-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY WS-ACCT-CAPTION "balance:   "
                           WS-BALANCE-DISPLAY
                       IF WS-ACCT-TYPE-WANTED = "S" THEN
                           COMPUTE WS-AVAILABLE-BALANCE =
                               AF-BALANCE - WS-SAVINGS-HELD
                           MOVE WS-AVAILABLE-BALANCE
                               TO WS-BALANCE-DISPLAY
                           DISPLAY WS-ACCT-CAPTION "available: "
                               WS-BALANCE-DISPLAY
                       END-IF
                   ELSE
                       DISPLAY WS-ACCT-CAPTION "account is not "
                           "active (" AF-ACCOUNT-STATUS
                   END-IF
           END-READ.

      ******************************************************************
      * Totals the customer's active checking and savings holds - a
      * hold counts through its expiry date, tested against the
      * business date as CUSTPOST tests it, until the night run
      * expires it. No hold file means nothing is held.
      ******************************************************************
       1500-SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-CHECKING-HELD.
           MOVE 0 TO WS-SAVINGS-HELD.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
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
                               AND HD-STATUS-ACTIVE
                               AND HD-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                               THEN
                               IF HD-ACCOUNT-TYPE = "S" THEN
                                   ADD HD-AMOUNT TO WS-SAVINGS-HELD
                               ELSE
                                   ADD HD-AMOUNT TO WS-CHECKING-HELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       8000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.

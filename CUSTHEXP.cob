      ******************************************************************
      * PROGRAM-ID. CUSTHEXP
      *
      * Nightly hold run - reads every record on HOLD-FILE and expires
      * each active hold whose expiry date is on or before the
      * business date, so it stops coming off the available balance
      * from the next business day. The run writes the holds register
      * for the day: every hold placed, released or expired since the
      * last run, one line each, with the count and amount of each and
      * of the holds still active at the close. The register switches
      * on the hold record mark what has been listed, so an event
      * appears on exactly one night's register whatever day the
      * checker approved it. A missing HOLD-FILE just means no hold
      * has ever been placed; the register is still printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHEXP IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HOLD-REL-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "HOLDREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-REL-KEY                 PIC 9(8) COMP.
       01  WS-HOLD-FILE-STATUS             PIC XX.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-BUSDATE-FILE-STATUS          PIC XX.
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP            PIC X(21).
       01  WS-HOLD-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-CHANGED-SWITCH          PIC X      VALUE "N".
           88  WS-HOLD-CHANGED             VALUE "Y".

       01  WS-PLACED-COUNT                 PIC 9(7)     VALUE 0.
       01  WS-PLACED-AMOUNT                PIC 9(9)V99  VALUE 0.
       01  WS-RELEASED-COUNT               PIC 9(7)     VALUE 0.
       01  WS-RELEASED-AMOUNT              PIC 9(9)V99  VALUE 0.
       01  WS-EXPIRED-COUNT                PIC 9(7)     VALUE 0.
       01  WS-EXPIRED-AMOUNT               PIC 9(9)V99  VALUE 0.
       01  WS-ACTIVE-COUNT                 PIC 9(7)     VALUE 0.
       01  WS-ACTIVE-AMOUNT                PIC 9(9)V99  VALUE 0.

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.

       01  WS-REGISTER-TITLE.
           05  FILLER                      PIC X(29)
               VALUE "HOLDS REGISTER - BUSINESS DAY".
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-TITLE-DATE            PIC X(8).

       01  WS-REGISTER-HEADING.
           05  FILLER                      PIC X(40)
               VALUE "EVENT    HOLD ID CUST  T       AMOUNT RS".
           05  FILLER                      PIC X(40)
               VALUE " EXPIRES  OPERATOR".

       01  WS-REGISTER-LINE.
           05  WS-RG-EVENT                 PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-HOLD-ID               PIC 9(7).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-CUSTOMER-ID           PIC 9(5).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-ACCOUNT-TYPE          PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-REASON-CODE           PIC XX.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-EXPIRY-DATE           PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-RG-OPERATOR              PIC X(8).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RG-TOTAL-LABEL           PIC X(24).
           05  WS-RG-TOTAL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RG-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       COPY EODSTEP.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO EOD-STEP-STATUS.
           PERFORM 0500-GET-BUSINESS-DATE.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35" THEN
               DISPLAY "No hold file found - no holds to expire."
               SET WS-HOLD-EOF TO TRUE
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Unable to open HOLD-FILE (status "
                       WS-HOLD-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO EOD-STEP-STATUS
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 8400-WRITE-REGISTER-HEADINGS.

           IF NOT WS-HOLD-EOF THEN
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
                           PERFORM 2000-PROCESS-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

           PERFORM 8600-WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.

           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Holds placed:            " WS-COUNT-DISPLAY.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Holds released:          " WS-COUNT-DISPLAY.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Holds expired:           " WS-COUNT-DISPLAY.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Holds still active:      " WS-COUNT-DISPLAY.
           GOBACK.

      ******************************************************************
      * The business date the run posts under. The night run's date
      * roll in CUSTEOD keeps BUSINESS-DATE-FILE current; a missing
      * or empty file (a standalone run outside the night sequence)
      * falls back to the wall clock.
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
      * One hold. An active hold past its last day is expired under
      * the business date; then any placement, release or expiry not
      * yet on a register is listed and marked listed.
      ******************************************************************
       2000-PROCESS-ONE-HOLD.
           MOVE "N" TO WS-HOLD-CHANGED-SWITCH.
           IF HD-STATUS-ACTIVE
               AND HD-EXPIRY-DATE NOT > WS-BUSINESS-DATE THEN
               SET HD-STATUS-EXPIRED TO TRUE
               MOVE WS-BUSINESS-DATE TO HD-CLOSED-DATE
               MOVE "N" TO HD-CLOSED-LISTED-SWITCH
               SET WS-HOLD-CHANGED TO TRUE
           END-IF.

           IF NOT HD-PLACED-LISTED THEN
               PERFORM 8500-WRITE-REGISTER-LINE
               MOVE "PLACED" TO WS-RG-EVENT
               MOVE HD-PLACED-BY TO WS-RG-OPERATOR
               WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
               ADD 1 TO WS-PLACED-COUNT
               ADD HD-AMOUNT TO WS-PLACED-AMOUNT
               SET HD-PLACED-LISTED TO TRUE
               SET WS-HOLD-CHANGED TO TRUE
           END-IF.

           IF (HD-STATUS-RELEASED OR HD-STATUS-EXPIRED)
               AND NOT HD-CLOSED-LISTED THEN
               PERFORM 8500-WRITE-REGISTER-LINE
               IF HD-STATUS-RELEASED THEN
                   MOVE "RELEASED" TO WS-RG-EVENT
                   MOVE HD-RELEASED-BY TO WS-RG-OPERATOR
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD HD-AMOUNT TO WS-RELEASED-AMOUNT
               ELSE
                   MOVE "EXPIRED" TO WS-RG-EVENT
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD HD-AMOUNT TO WS-EXPIRED-AMOUNT
               END-IF
               WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
               SET HD-CLOSED-LISTED TO TRUE
               SET WS-HOLD-CHANGED TO TRUE
           END-IF.

           IF HD-STATUS-ACTIVE THEN
               ADD 1 TO WS-ACTIVE-COUNT
               ADD HD-AMOUNT TO WS-ACTIVE-AMOUNT
           END-IF.

           IF WS-HOLD-CHANGED THEN
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite hold " HD-HOLD-ID
                           " (status " WS-HOLD-FILE-STATUS ")"
                       MOVE 8 TO RETURN-CODE
                       MOVE 8 TO EOD-STEP-STATUS
               END-REWRITE
           END-IF.

       8400-WRITE-REGISTER-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-RG-TITLE-DATE.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TITLE.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING.

      ******************************************************************
      * The fields common to every register line; the caller fills
      * in the event and the operator who caused it.
      ******************************************************************
       8500-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE HD-HOLD-ID TO WS-RG-HOLD-ID.
           MOVE HD-CUSTOMER-ID TO WS-RG-CUSTOMER-ID.
           MOVE HD-ACCOUNT-TYPE TO WS-RG-ACCOUNT-TYPE.
           MOVE HD-AMOUNT TO WS-RG-AMOUNT.
           MOVE HD-REASON-CODE TO WS-RG-REASON-CODE.
           MOVE HD-EXPIRY-DATE TO WS-RG-EXPIRY-DATE.

       8600-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Holds placed:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-PLACED-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-PLACED-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Holds released:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-RELEASED-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Holds expired:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-EXPIRED-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO WS-REGISTER-TOTAL-LINE.
           MOVE "Holds still active:" TO WS-RG-TOTAL-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RG-TOTAL-COUNT.
           MOVE WS-ACTIVE-AMOUNT TO WS-RG-TOTAL-AMOUNT.
           WRITE REGISTER-RECORD FROM WS-REGISTER-TOTAL-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE "Signed off by: ____________________  Date: __________"
               TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

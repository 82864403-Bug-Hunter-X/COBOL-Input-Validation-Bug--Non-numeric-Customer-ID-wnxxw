      * asks which generation to use, and after an explicit operator
      * confirmation rebuilds CUSTOMER.DAT from it slot for slot,
      * verifying the rebuilt file against the catalog totals.
      *
      * Every verified backup also cuts the recovery journal over:
      * RECOVJRN.DAT, which holds every CUSTOMER-FILE and
      * ACCOUNT-FILE change since the generation before, is kept as
      * RECOVJRN.Jnn under that earlier generation's number with a
      * trailer naming the generation just taken, and a fresh
      * RECOVJRN.DAT is started with a header naming it. Restore
      * leaves the journal alone - CUSTRCOV rolls the restored
      * generation forward over it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBKUP IS INITIAL PROGRAM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO "RECOVJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  FILLER                      PIC X      VALUE SPACE.
           05  BC-GEN-BALANCE              PIC S9(9)V99 SIGN TRAILING.

       FD  RECOVERY-JOURNAL-FILE.
       01  RECOVERY-JOURNAL-RECORD.
           COPY RJRNREC.

       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD          PIC X(149).

       WORKING-STORAGE SECTION.
       01  WS-GEN-FILE-NAME                PIC X(12)
                                           VALUE "CUSTOMER.G00".
       01  WS-CUSTOMER-FILE-STATUS         PIC XX.
       01  WS-GENERATION-FILE-STATUS       PIC XX.
       01  WS-CONTROL-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-ARCHIVE-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-ARCHIVE-NAME         PIC X(12)
                                           VALUE "RECOVJRN.J00".
       01  WS-JOURNAL-BASE-GEN             PIC 9(2)   VALUE 0.
       01  WS-JOURNAL-COPY-COUNT           PIC 9(7)   VALUE 0.
       01  WS-JOURNAL-EOF-SWITCH           PIC X      VALUE "N".
           88  WS-JOURNAL-EOF              VALUE "Y".
       01  WS-FILE-EOF-SWITCH              PIC X      VALUE "N".
           88  WS-FILE-EOF                 VALUE "Y".

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-BALANCE-DISPLAY              PIC ----,---,--9.99.

       COPY OPERID.

       COPY EODSTEP.

       PROCEDURE DIVISION.
                   ADD 1 TO WS-NEXT-GEN
               END-IF
               PERFORM 4000-WRITE-BACKUP-CONTROL
               PERFORM 5000-CUT-OVER-JOURNAL
               MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-VERIFY-TOTAL TO WS-BALANCE-DISPLAY
               DISPLAY "Backup verified: " WS-COUNT-DISPLAY
                   WRITE CONTROL-CATALOG-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * Journal cut-over, once the new generation is verified and
      * catalogued. The live journal's header names the generation it
      * rolls forward from; it is copied line for line to RECOVJRN.Jnn
      * under that number, closed with a trailer naming the generation
      * just taken so a roll-forward can follow on into the next
      * journal, and RECOVJRN.DAT is started afresh with a header
      * naming the new generation. A journal written before cut-overs
      * began has no header and is kept as RECOVJRN.J00.
      ******************************************************************
       5000-CUT-OVER-JOURNAL.
           MOVE 0 TO WS-JOURNAL-BASE-GEN.
           MOVE 0 TO WS-JOURNAL-COPY-COUNT.
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "00" THEN
               READ RECOVERY-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RJ-TYPE-HEADER
                           AND RJ-GENERATION IS NUMERIC THEN
                           MOVE RJ-GENERATION TO WS-JOURNAL-BASE-GEN
                       END-IF
               END-READ
               CLOSE RECOVERY-JOURNAL-FILE
               PERFORM 5100-KEEP-OLD-JOURNAL
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           OPEN OUTPUT RECOVERY-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to start a new RECOVJRN.DAT (status "
                   WS-JOURNAL-FILE-STATUS ") - updates cannot run "
                   "until it is created."
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
           ELSE
               MOVE SPACES TO RECOVERY-JOURNAL-RECORD
               SET RJ-TYPE-HEADER TO TRUE
               PERFORM 5200-STAMP-JOURNAL-CONTROL
               WRITE RECOVERY-JOURNAL-RECORD
               CLOSE RECOVERY-JOURNAL-FILE
               DISPLAY "Recovery journal cut over - new RECOVJRN.DAT "
                   "rolls forward from " WS-GEN-FILE-NAME "."
           END-IF.

       5100-KEEP-OLD-JOURNAL.
           MOVE WS-JOURNAL-BASE-GEN TO WS-GEN-EDIT.
           MOVE WS-GEN-EDIT TO WS-JOURNAL-ARCHIVE-NAME(11:2).
           OPEN INPUT RECOVERY-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "Unable to keep the old journal as "
                   WS-JOURNAL-ARCHIVE-NAME " (status "
                   WS-ARCHIVE-FILE-STATUS ")"
               CLOSE RECOVERY-JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO EOD-STEP-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
           PERFORM UNTIL WS-JOURNAL-EOF
               READ RECOVERY-JOURNAL-FILE
                   AT END
                       SET WS-JOURNAL-EOF TO TRUE
                   NOT AT END
                       WRITE JOURNAL-ARCHIVE-RECORD
                           FROM RECOVERY-JOURNAL-RECORD
                       ADD 1 TO WS-JOURNAL-COPY-COUNT
               END-READ
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO RECOVERY-JOURNAL-RECORD.
           SET RJ-TYPE-TRAILER TO TRUE.
           PERFORM 5200-STAMP-JOURNAL-CONTROL.
           WRITE JOURNAL-ARCHIVE-RECORD FROM RECOVERY-JOURNAL-RECORD.
           CLOSE RECOVERY-JOURNAL-FILE.
           CLOSE JOURNAL-ARCHIVE-FILE.
           MOVE WS-JOURNAL-COPY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Old recovery journal kept as "
               WS-JOURNAL-ARCHIVE-NAME " (" WS-COUNT-DISPLAY
               " lines).".

       5200-STAMP-JOURNAL-CONTROL.
           MOVE WS-CURRENT-TIMESTAMP(1:16) TO RJ-TIMESTAMP.
           MOVE "CUSTBKUP" TO RJ-PROGRAM-ID.
           IF SIGNON-OPERATOR-ID = SPACES THEN
               MOVE "CUSTBKUP" TO RJ-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO RJ-OPERATOR-ID
           END-IF.
           MOVE WS-THIS-GEN TO RJ-GENERATION.
           MOVE WS-CAT-DATE (WS-THIS-GEN) TO RJ-GENERATION-DATE.

      *****************************************************************
      * RJRNREC - shared RECOVERY-JOURNAL-FILE record layout. One line
      * is appended to RECOVJRN.DAT for every record a program
      * writes, rewrites or deletes on CUSTOMER-FILE or ACCOUNT-FILE.
      * It carries the record's image before the change (spaces for
      * an add) and after it (spaces for a delete), stamped with the
      * program, the signed-on operator (the program's own name for
      * an unattended run, as OPERID describes) and the business
      * date. The timestamp is the wall clock to the hundredth, so a
      * roll-forward can stop at a chosen point in time.
      * CUSTBKUP cuts the journal over at every verified backup:
      * the live journal is closed with a trailer naming the
      * generation just taken, kept as RECOVJRN.Jnn under the
      * generation it rolls forward from, and a fresh RECOVJRN.DAT
      * is started with a header naming the new generation. CUSTRCOV
      * replays the chain onto a restored generation, checking each
      * before-image against the live record first.
      *****************************************************************
       05  RJ-RECORD-TYPE                  PIC X.
           88  RJ-TYPE-HEADER              VALUE "H".
           88  RJ-TYPE-IMAGE               VALUE "I".
           88  RJ-TYPE-TRAILER             VALUE "T".
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-TIMESTAMP                    PIC X(16).
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-BUSINESS-DATE                PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-PROGRAM-ID                   PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-OPERATOR-ID                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-FILE-CODE                    PIC X.
           88  RJ-FILE-CUSTOMER            VALUE "C".
           88  RJ-FILE-ACCOUNT             VALUE "A".
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-ACTION                       PIC X.
           88  RJ-ACTION-ADD               VALUE "W".
           88  RJ-ACTION-CHANGE            VALUE "R".
           88  RJ-ACTION-DELETE            VALUE "D".
       05  FILLER                          PIC X      VALUE SPACE.
       05  RJ-IMAGE-AREA.
           10  RJ-RECORD-KEY               PIC 9(7).
           10  FILLER                      PIC X      VALUE SPACE.
           10  RJ-BEFORE-IMAGE             PIC X(45).
           10  FILLER                      PIC X      VALUE SPACE.
           10  RJ-AFTER-IMAGE              PIC X(45).
      *    Header and trailer lines name a backup generation instead
      *    of a record: the one the journal rolls forward from (H) or
      *    the one whose backup closed it (T).
       05  RJ-CONTROL-AREA REDEFINES RJ-IMAGE-AREA.
           10  RJ-GENERATION               PIC 9(2).
           10  FILLER                      PIC X.
           10  RJ-GENERATION-DATE          PIC X(8).
           10  FILLER                      PIC X(88).

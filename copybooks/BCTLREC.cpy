      *****************************************************************
      * BCTLREC - batch control records on POSTING-FILE and
      * TRANSFER-FILE. Every batch on either file opens with a header
      * (HDR: the source that sent it, the file date and the source's
      * batch sequence number) and closes with a trailer (TRL: the
      * item count, total debits, total credits and the hash total of
      * the customer IDs on its lines). A file may carry several
      * batches one after another - the bank tape, then the standing
      * order and loan batches the night run adds to it. The
      * pre-edit CUSTBCTL proves every batch against its trailer
      * before anything posts; CUSTPOST and CUSTXFER pass over the
      * control records. On a posting batch the debit and credit
      * totals are the D and C line amounts (a reversal line carries
      * a date in its amount column and counts only in the item
      * count and hash) and the hash adds each line's customer ID; on
      * a transfer batch each line is one debit and one credit of its
      * amount and the hash adds both the from and to IDs.
      *****************************************************************
       05  BC-RECORD-TAG                   PIC X(3).
           88  BC-HEADER                   VALUE "HDR".
           88  BC-TRAILER                  VALUE "TRL".
       05  FILLER                          PIC X      VALUE SPACE.
       05  BC-HEADER-FIELDS.
           10  BC-SOURCE                   PIC X(8).
           10  FILLER                      PIC X      VALUE SPACE.
           10  BC-FILE-DATE                PIC X(8).
           10  FILLER                      PIC X      VALUE SPACE.
           10  BC-BATCH-SEQ                PIC 9(6).
           10  FILLER                      PIC X(52)  VALUE SPACES.
       05  BC-TRAILER-FIELDS REDEFINES BC-HEADER-FIELDS.
           10  BC-ITEM-COUNT               PIC 9(7).
           10  FILLER                      PIC X.
           10  BC-DEBIT-TOTAL              PIC 9(11)V99.
           10  FILLER                      PIC X.
           10  BC-CREDIT-TOTAL             PIC 9(11)V99.
           10  FILLER                      PIC X.
           10  BC-HASH-TOTAL               PIC 9(15).
           10  FILLER                      PIC X(25).

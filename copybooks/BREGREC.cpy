      *****************************************************************
      * BREGREC - shared BATCH-REGISTER-FILE record layout. One line
      * per batch the pre-edit CUSTBCTL has accepted for posting,
      * appended on the business date it was accepted. A batch whose
      * source and sequence number are already on the register under
      * an earlier business date has been processed before and is
      * held out. The standing-order and loan generators read it to
      * number their own batches on from the last one accepted.
      *****************************************************************
       05  BR-SOURCE                       PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-BATCH-SEQ                    PIC 9(6).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-FILE-DATE                    PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-BUSINESS-DATE                PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-FILE-NAME                    PIC X(12).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-ITEM-COUNT                   PIC 9(7).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-DEBIT-TOTAL                  PIC 9(11)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  BR-CREDIT-TOTAL                 PIC 9(11)V99.

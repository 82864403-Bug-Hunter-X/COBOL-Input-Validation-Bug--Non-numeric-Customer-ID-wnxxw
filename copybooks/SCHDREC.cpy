      *****************************************************************
      * SCHDREC - shared LOAN-SCHEDULE-FILE record layout. One record
      * per installment of a loan's amortization schedule, keyed by
      * relative slot customer ID * 1000 + installment number, so a
      * loan's installments sit in adjacent slots and any one of
      * them is read directly. Written in full by CUSTACCT when the
      * loan is booked; after that only the collection fields at the
      * end change. The nightly loan run marks an installment S when
      * it hands the installment's lines to the posting run, under
      * that business date, and on a later night confirms from the
      * transaction history which of its checking debits - principal
      * and interest - actually posted. An installment all of whose
      * debits posted is C, collected; one that did not post in full
      * goes back to blank, keeping the part that did post, and is
      * sent again for the rest. The arrears on a loan are the billed
      * installments neither collected nor in collection.
      *****************************************************************
       05  SC-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-INSTALLMENT-NO               PIC 9(3).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-DUE-DATE                     PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-INSTALLMENT                  PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-PRINCIPAL                    PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-INTEREST                     PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-BALANCE-AFTER                PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-COLLECT-STATUS               PIC X.
           88  SC-NOT-COLLECTED            VALUE " ".
           88  SC-COLLECTING               VALUE "S".
           88  SC-COLLECTED                VALUE "C".
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-SUBMIT-DATE                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-PRINCIPAL-TAKEN              PIC X.
           88  SC-PRINCIPAL-POSTED         VALUE "Y".
       05  FILLER                          PIC X      VALUE SPACE.
       05  SC-INTEREST-TAKEN               PIC X.
           88  SC-INTEREST-POSTED          VALUE "Y".

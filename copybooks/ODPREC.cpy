      *****************************************************************
      * ODPREC - shared PROTECTION-FILE record layout. One record per
      * customer ever set up for overdraft protection, keyed by
      * relative slot customer ID the way CUSTOMER-FILE is. A
      * customer who has opted in has their checking account brought
      * back up to zero each night from their active savings account
      * by the sweep run CUSTSWEP, as far as savings will cover it,
      * before overdraft charges are assessed. PR-SWEEP-LIMIT caps
      * what one night's sweep may move; zero means no cap beyond
      * what savings has available. Opting in or out and the limit
      * are changed only through the maintenance approval queue -
      * CUSTPROT keys the change, CUSTAPPR writes or rewrites the
      * record - and the sweep stamps PR-LAST-SWEEP-DATE with the
      * business date it moved money on, so a rerun of the same
      * night never sweeps a customer twice.
      *****************************************************************
       05  PR-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-OPT-IN                       PIC X.
           88  PR-OPTED-IN                 VALUE "Y".
           88  PR-OPTED-OUT                VALUE "N".
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-SWEEP-LIMIT                  PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-CHANGED-BY                   PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-APPROVED-BY                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-CHANGED-DATE                 PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PR-LAST-SWEEP-DATE              PIC X(8).

      *****************************************************************
      * CTLREC - shared CONTROL-TOTAL-FILE record layout. One record,
      * rewritten by CUSTRECON each night: the record count and total
      * balance across CUSTOMER-FILE and ACCOUNT-FILE, which the next
      * night's run compares against. The prior count and total that
      * tonight's figures were compared against, and the business
      * date they were struck for, follow them so the day's change in
      * the control total can be read back by the GL journal run. A
      * file written before those fields existed has spaces there.
      *****************************************************************
       05  CT-RECORD-COUNT                 PIC 9(7).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-TOTAL-BALANCE                PIC S9(9)V99 SIGN TRAILING.
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-PRIOR-RECORD-COUNT           PIC 9(7).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-PRIOR-TOTAL-BALANCE          PIC S9(9)V99 SIGN TRAILING.
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-BUSINESS-DATE                PIC X(8).

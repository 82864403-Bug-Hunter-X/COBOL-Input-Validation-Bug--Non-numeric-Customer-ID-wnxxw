      *****************************************************************
      * LOANREC - shared LOAN-FILE record layout. One record per loan,
      * keyed by relative slot customer ID (the loan's balance itself
      * sits on ACCOUNT-FILE at customer ID * 10 + 3). The terms -
      * principal, annual rate, term and level monthly installment -
      * are fixed when CUSTACCT books the loan and writes its
      * amortization schedule to LOAN-SCHEDULE-FILE (see SCHDREC).
      * The servicing fields after them belong to the nightly loan
      * run CUSTLOAN: how many installments have fallen due and how
      * many have been collected (counted only once the history shows
      * them posted - see SCHDREC), the next due date, and the
      * arrears the difference leaves - its amount, the due date of
      * the oldest unpaid installment, days past due and the
      * collections bucket those days fall in. A booked loan waits in
      * status B until CUSTLOAN hands its drawdown to the posting
      * run, then in status D under the date it was handed over until
      * a later night finds the drawdown posted and makes the loan
      * active - or finds it did not post and sends it again.
      *****************************************************************
       05  LN-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-PRINCIPAL                    PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-ANNUAL-RATE                  PIC 9(2)V9(4).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-TERM-MONTHS                  PIC 9(3).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-INSTALLMENT                  PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-BOOKED-DATE                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-FIRST-DUE-DATE               PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-LOAN-STATUS                  PIC X.
           88  LN-STATUS-BOOKED            VALUE "B".
           88  LN-STATUS-DRAWING           VALUE "D".
           88  LN-STATUS-ACTIVE            VALUE "A".
           88  LN-STATUS-PAID-OFF          VALUE "P".
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-BILLED-COUNT                 PIC 9(3).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-PAID-COUNT                   PIC 9(3).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-NEXT-DUE-DATE                PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-OLDEST-UNPAID-DATE           PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-DAYS-PAST-DUE                PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-ARREARS-BUCKET               PIC X.
           88  LN-BUCKET-CURRENT           VALUE "0".
           88  LN-BUCKET-UNDER-30          VALUE "1".
           88  LN-BUCKET-30                VALUE "3".
           88  LN-BUCKET-60                VALUE "6".
           88  LN-BUCKET-90-PLUS           VALUE "9".
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-ARREARS-AMOUNT               PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  LN-DRAWDOWN-DATE                PIC X(8).

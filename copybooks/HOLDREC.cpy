      *****************************************************************
      * HOLDREC - shared HOLD-FILE record layout. One record per hold
      * earmarking part of a checking or savings balance (a court
      * order, an uncleared deposit, a pending card authorisation),
      * keyed by relative slot hold ID. Holds are placed and released
      * through the maintenance approval queue - CUSTHOLD keys the
      * request, CUSTAPPR writes or rewrites the record - and the
      * nightly hold run CUSTHEXP expires every active hold whose
      * expiry date has arrived. A hold stays active through its
      * expiry date; 99991231 means until released. While active it
      * comes off the account's available balance (ledger balance
      * less active holds), which a debit may not exceed. Closed
      * holds stay on file as the record of what was held. The two
      * register switches note that the placement and the release or
      * expiry have been listed on the nightly holds register, so
      * each event is listed exactly once.
      *****************************************************************
       05  HD-HOLD-ID                      PIC 9(7).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-ACCOUNT-TYPE                 PIC X.
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-AMOUNT                       PIC 9(7)V99.
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-REASON-CODE                  PIC XX.
           88  HD-REASON-COURT-ORDER       VALUE "CO".
           88  HD-REASON-UNCLEARED         VALUE "UD".
           88  HD-REASON-CARD-AUTH         VALUE "CA".
           88  HD-REASON-OTHER             VALUE "OT".
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-PLACED-BY                    PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-PLACED-DATE                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-EXPIRY-DATE                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-HOLD-STATUS                  PIC X.
           88  HD-STATUS-ACTIVE            VALUE "A".
           88  HD-STATUS-RELEASED          VALUE "R".
           88  HD-STATUS-EXPIRED           VALUE "E".
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-RELEASED-BY                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-CLOSED-DATE                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-PLACED-LISTED-SWITCH         PIC X.
           88  HD-PLACED-LISTED            VALUE "Y".
       05  FILLER                          PIC X      VALUE SPACE.
       05  HD-CLOSED-LISTED-SWITCH         PIC X.
           88  HD-CLOSED-LISTED            VALUE "Y".

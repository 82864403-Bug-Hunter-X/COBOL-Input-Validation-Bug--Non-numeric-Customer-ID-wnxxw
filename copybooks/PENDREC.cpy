      * fields before and after so the approver can review them side
      * by side. Appended to PENDING.DAT by CUSTMAINT and worked off
      * by CUSTAPPR, which applies or rejects each one.
      * Placing or releasing a hold on a customer's balance goes
      * through the same queue: CUSTHOLD appends the request with
      * action H or R, and the hold itself - hold ID (on a release),
      * account type, amount, reason and expiry - takes the place of
      * the old and new customer fields.
      * Opting a customer in to or out of overdraft protection, or
      * changing their sweep limit, is queued by CUSTPROT with action
      * O; the setting before and after the change takes the place of
      * the customer fields.
      * A change to a customer's contact and mailing details is
      * keyed in CUSTMAINT with action K. The new details are too
      * long for the customer-field area and ride in
      * PN-CONTACT-DETAILS at the end of the line, blank on every
      * other action; the approver is shown them against what
      * CONTACT-FILE holds when the change is reviewed.
      *****************************************************************
       05  PN-ENTRY-DATE                   PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PN-ACTION                       PIC X.
           88  PN-ACTION-ADD               VALUE "A".
           88  PN-ACTION-CHANGE            VALUE "C".
           88  PN-ACTION-PLACE-HOLD        VALUE "H".
           88  PN-ACTION-RELEASE-HOLD      VALUE "R".
           88  PN-ACTION-PROTECTION        VALUE "O".
           88  PN-ACTION-CONTACT           VALUE "K".
       05  FILLER                          PIC X      VALUE SPACE.
       05  PN-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PN-CHANGE-DETAILS.
           10  PN-OLD-NAME                 PIC X(30).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-OLD-BALANCE              PIC S9(7)V99 SIGN TRAILING.
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-OLD-STATUS               PIC X.
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-NAME                 PIC X(30).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-BALANCE              PIC S9(7)V99 SIGN TRAILING.
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-STATUS               PIC X.
       05  PN-HOLD-DETAILS REDEFINES PN-CHANGE-DETAILS.
           10  PN-HOLD-ID                  PIC 9(7).
           10  FILLER                      PIC X.
           10  PN-HOLD-ACCOUNT-TYPE        PIC X.
           10  FILLER                      PIC X.
           10  PN-HOLD-AMOUNT              PIC 9(7)V99.
           10  FILLER                      PIC X.
           10  PN-HOLD-REASON-CODE         PIC XX.
           10  FILLER                      PIC X.
           10  PN-HOLD-EXPIRY-DATE         PIC X(8).
           10  FILLER                      PIC X(54).
       05  PN-PROTECTION-DETAILS REDEFINES PN-CHANGE-DETAILS.
           10  PN-OLD-OPT-IN               PIC X.
           10  FILLER                      PIC X.
           10  PN-OLD-SWEEP-LIMIT          PIC 9(7)V99.
           10  FILLER                      PIC X.
           10  PN-NEW-OPT-IN               PIC X.
           10  FILLER                      PIC X.
           10  PN-NEW-SWEEP-LIMIT          PIC 9(7)V99.
           10  FILLER                      PIC X(62).
       05  FILLER                          PIC X      VALUE SPACE.
       05  PN-CONTACT-DETAILS.
           10  PN-NEW-ADDRESS-LINE-1       PIC X(30).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-ADDRESS-LINE-2       PIC X(30).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-ADDRESS-LINE-3       PIC X(30).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-POSTCODE             PIC X(8).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-PHONE                PIC X(15).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-CYCLE-DAY            PIC 9(2).
           10  FILLER                      PIC X      VALUE SPACE.
           10  PN-NEW-MAIL-FLAG            PIC X.

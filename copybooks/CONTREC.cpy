      *****************************************************************
      * CONTREC - shared CONTACT-FILE record layout. One record per
      * customer with contact details on file, keyed by relative slot
      * customer ID the way CUSTOMER-FILE is: the postal address (up
      * to three lines and a postcode), a phone number, the day of
      * the month the customer's statement cycle falls on, and
      * whether mail may be sent. A cycle day past the end of a short
      * month cycles on that month's last day. A returned-mail or
      * do-not-mail customer's statement is held, not printed.
      * Contact details are changed only through the maintenance
      * approval queue - CUSTMAINT keys the change, CUSTAPPR writes
      * or rewrites the record - or loaded from the branch CSV by
      * CUSTLOAD. The statement cycle run CUSTCYCL stamps
      * CT-LAST-CYCLE-DATE with the business date it produced a
      * statement on, keeping the cycle before it in
      * CT-PRIOR-CYCLE-DATE so a rerun of the same night reproduces
      * the same statement period.
      *****************************************************************
       05  CT-CUSTOMER-ID                  PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-ADDRESS-LINE-1               PIC X(30).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-ADDRESS-LINE-2               PIC X(30).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-ADDRESS-LINE-3               PIC X(30).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-POSTCODE                     PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-PHONE                        PIC X(15).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-CYCLE-DAY                    PIC 9(2).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-MAIL-FLAG                    PIC X.
           88  CT-MAIL-OK                  VALUE "Y" " ".
           88  CT-MAIL-RETURNED            VALUE "R".
           88  CT-MAIL-DO-NOT-MAIL         VALUE "D".
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-CHANGED-BY                   PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-APPROVED-BY                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-CHANGED-DATE                 PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-LAST-CYCLE-DATE              PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  CT-PRIOR-CYCLE-DATE             PIC X(8).

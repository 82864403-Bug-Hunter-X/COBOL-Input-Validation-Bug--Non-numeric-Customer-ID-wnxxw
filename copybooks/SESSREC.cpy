      *****************************************************************
      * SESSREC - shared SESSION-REGISTER-FILE record layout. One
      * record per CUSTMENU session, keyed by relative slot session
      * number: CUSTMENU writes it active at sign-on and marks it
      * ended at exit, reusing an ended slot for the next sign-on.
      * CUSTEOD lists the active sessions before the night run opens
      * and will not start while an operations or supervisor session
      * (one that can update) is still active, unless a supervisor
      * overrides. A session whose terminal was dropped without
      * exiting stays active in the register; the supervisor
      * override is how the night run gets past it.
      *****************************************************************
       05  SS-SESSION-NUMBER               PIC 9(5).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SS-OPERATOR-ID                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SS-OPERATOR-ROLE                PIC X.
           88  SS-ROLE-INQUIRY             VALUE "I".
           88  SS-ROLE-OPERATIONS          VALUE "O".
           88  SS-ROLE-SUPERVISOR          VALUE "S".
       05  FILLER                          PIC X      VALUE SPACE.
       05  SS-SIGNON-TIME                  PIC X(14).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SS-SIGNOFF-TIME                 PIC X(14).
       05  FILLER                          PIC X      VALUE SPACE.
       05  SS-SESSION-STATUS               PIC X.
           88  SS-SESSION-ACTIVE           VALUE "A".
           88  SS-SESSION-ENDED            VALUE "E".

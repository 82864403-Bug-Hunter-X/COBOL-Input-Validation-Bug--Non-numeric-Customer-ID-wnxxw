      * (C = checking, S = savings, L = loan); lines written before
      * account types existed carry a space there, which every reader
      * treats as the default checking account.
      * HT-ENTRY-TYPE is R on a line that reverses an earlier one; the
      * reversal carries the original's account type, amount and
      * reference with the opposite D/C code, and HT-ORIGINAL-POST-DATE
      * names the date the reversed line was posted. HT-ENTRY-TYPE is
      * T on either leg of a CUSTXFER customer-to-customer transfer.
      * Every other line leaves both blank.
      *****************************************************************
       05  HT-POST-DATE                    PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  HT-RESULTING-BALANCE            PIC S9(7)V99 SIGN TRAILING.
       05  FILLER                          PIC X      VALUE SPACE.
       05  HT-ACCOUNT-TYPE                 PIC X.
       05  FILLER                          PIC X      VALUE SPACE.
       05  HT-ENTRY-TYPE                   PIC X.
           88  HT-ENTRY-REVERSAL           VALUE "R".
           88  HT-ENTRY-TRANSFER           VALUE "T".
       05  FILLER                          PIC X      VALUE SPACE.
       05  HT-ORIGINAL-POST-DATE           PIC X(8).

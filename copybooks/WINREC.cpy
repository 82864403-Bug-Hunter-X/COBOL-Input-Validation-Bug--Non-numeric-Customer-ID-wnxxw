      *****************************************************************
      * WINREC - shared BATCH-WINDOW-FILE record layout. One line
      * saying whether the system is in its online day or inside the
      * night run's batch window. CUSTEOD sets the batch state when
      * it opens the business day and clears it back to online when
      * the day is closed or the run halts; an abended run leaves it
      * set until the rerun finishes. While it is set CUSTMENU offers
      * only the inquiry options. A missing file means online.
      *****************************************************************
       05  BW-WINDOW-STATE                 PIC X.
           88  BW-WINDOW-ONLINE            VALUE "O".
           88  BW-WINDOW-BATCH             VALUE "B".
       05  FILLER                          PIC X      VALUE SPACE.
       05  BW-BUSINESS-DATE                PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BW-CHANGED-AT                   PIC X(14).
       05  FILLER                          PIC X      VALUE SPACE.
       05  BW-CHANGED-BY                   PIC X(8).

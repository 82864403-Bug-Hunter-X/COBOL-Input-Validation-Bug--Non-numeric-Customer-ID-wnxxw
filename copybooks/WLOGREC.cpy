      *****************************************************************
      * WLOGREC - shared WINDOW-LOG-FILE record layout. One line per
      * batch-window event, appended to WINDOW.LOG: CUSTEOD setting
      * the batch window and clearing it again, CUSTEOD refusing to
      * start over active update sessions (LOCKOUT) or starting on a
      * supervisor's override (OVERRIDE, with a SESSION line naming
      * each update session it overrode), and CUSTMENU refusing an
      * update option while the batch window is set (LOCKOUT).
      * WL-OPERATOR-ID is the operator refused or the supervisor who
      * overrode; the night run's own lines carry CUSTEOD.
      *****************************************************************
       05  WL-TIMESTAMP                    PIC X(14).
       05  FILLER                          PIC X      VALUE SPACE.
       05  WL-BUSINESS-DATE                PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  WL-PROGRAM-ID                   PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  WL-OPERATOR-ID                  PIC X(8).
       05  FILLER                          PIC X      VALUE SPACE.
       05  WL-EVENT                        PIC X(8).
           88  WL-EVENT-BATCH              VALUE "BATCH".
           88  WL-EVENT-ONLINE             VALUE "ONLINE".
           88  WL-EVENT-LOCKOUT            VALUE "LOCKOUT".
           88  WL-EVENT-OVERRIDE           VALUE "OVERRIDE".
           88  WL-EVENT-SESSION            VALUE "SESSION".
       05  FILLER                          PIC X      VALUE SPACE.
       05  WL-DETAIL                       PIC X(40).

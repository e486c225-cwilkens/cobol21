      *----------------------------------------------
      * SLXFR01.CBL
      * Use under FILE-CONTROL to define the funding
      * transfer log. OPTIONAL so a shop that has
      * never moved money between its accounts is
      * not forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL FUND-TRANSFER-FILE
               ASSIGN TO "fundxfr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS XFR-KEY
               ACCESS MODE IS DYNAMIC.

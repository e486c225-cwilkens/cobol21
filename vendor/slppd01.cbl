      *----------------------------------------------
      * SLPPD01.CBL
      * Use under FILE-CONTROL to define the prepaid
      * expense schedule file. OPTIONAL so a shop
      * with no prepaids is not forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL PREPAID-FILE
               ASSIGN TO "prepaid"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PPD-KEY
               ACCESS MODE IS DYNAMIC.

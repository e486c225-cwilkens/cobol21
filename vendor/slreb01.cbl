      *----------------------------------------------
      * SLREB01.CBL
      * Use under FILE-CONTROL to define the vendor
      * rebate agreement file. OPTIONAL so a shop
      * with no rebate agreements is not forced to
      * create it.
      *----------------------------------------------
           SELECT OPTIONAL REBATE-FILE
               ASSIGN TO "rebate"
               ORGANIZATION IS INDEXED
               RECORD KEY IS REB-KEY
               ACCESS MODE IS DYNAMIC.

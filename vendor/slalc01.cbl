      *----------------------------------------------
      * SLALC01.CBL
      * Use under FILE-CONTROL to define the expense
      * allocation template file. OPTIONAL so a shop
      * with no standing splits is not forced to
      * create it.
      *----------------------------------------------
           SELECT OPTIONAL ALLOCATION-FILE
               ASSIGN TO "alloctpl"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ALLOC-CODE
               ACCESS MODE IS DYNAMIC.

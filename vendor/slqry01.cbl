      *----------------------------------------------
      * SLQRY01.CBL
      * Use under FILE-CONTROL to define the saved
      * voucher query file. OPTIONAL so a shop that
      * has never saved a query is not forced to
      * create it.
      *----------------------------------------------
           SELECT OPTIONAL VOUCHER-QUERY-FILE
               ASSIGN TO "vchqry"
               ORGANIZATION IS INDEXED
               RECORD KEY IS QRY-NAME
               ACCESS MODE IS DYNAMIC.

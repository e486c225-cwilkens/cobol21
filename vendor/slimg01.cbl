      *----------------------------------------------
      * SLIMG01.CBL
      * Use under FILE-CONTROL to define the scanned
      * invoice image index. OPTIONAL so everything
      * runs before the first scanner batch is ever
      * loaded.
      *----------------------------------------------
           SELECT OPTIONAL VOUCHER-IMAGE-FILE
               ASSIGN TO "vchimage"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VIMG-KEY
               ACCESS MODE IS DYNAMIC.

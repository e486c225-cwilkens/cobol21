      *----------------------------------------------
      * SLCNT01.CBL
      * Use under FILE-CONTROL to define the vendor
      * contract file. OPTIONAL so a shop with no
      * service contracts is not forced to create
      * it.
      *----------------------------------------------
           SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO "contract"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNT-NUMBER
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLVMC01.CBL
      * Use under FILE-CONTROL to define the vendor
      * mass-change log file.
      *----------------------------------------------
           SELECT OPTIONAL VENDOR-MASS-CHANGE-FILE
               ASSIGN TO "vndmchg"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VMC-KEY
               ACCESS MODE IS DYNAMIC.

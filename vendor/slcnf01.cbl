      *----------------------------------------------
      * SLCNF01.CBL
      * Use under FILE-CONTROL to define the vendor
      * balance confirmation tracking file.
      *----------------------------------------------
           SELECT OPTIONAL CONFIRMATION-FILE
               ASSIGN TO "vndconf"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNF-KEY
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLBFL01.CBL
      * Use under FILE-CONTROL to define the BAI2
      * load log. OPTIONAL so the first BAI2 load
      * creates it.
      *----------------------------------------------
           SELECT OPTIONAL BAI2-LOG-FILE
               ASSIGN TO "bai2log"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BFL-KEY
               ACCESS MODE IS DYNAMIC.

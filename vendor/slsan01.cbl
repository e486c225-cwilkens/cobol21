      *----------------------------------------------
      * SLSAN01.CBL
      * Use under FILE-CONTROL to define the
      * sanctions screening hit file. OPTIONAL so
      * the payment runs go on before anything has
      * ever been screened.
      *----------------------------------------------
           SELECT OPTIONAL SANCTIONS-HIT-FILE
               ASSIGN TO "sanchits"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SANHIT-KEY
               ACCESS MODE IS DYNAMIC.

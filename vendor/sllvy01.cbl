      *----------------------------------------------
      * SLLVY01.CBL
      * Use under FILE-CONTROL to define the tax
      * levy and garnishment order file. OPTIONAL
      * so the payment runs go on before the first
      * order has ever been keyed.
      *----------------------------------------------
           SELECT OPTIONAL LEVY-ORDER-FILE
               ASSIGN TO "levyord"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LEVY-KEY
               ACCESS MODE IS DYNAMIC.

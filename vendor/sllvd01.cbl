      *----------------------------------------------
      * SLLVD01.CBL
      * Use under FILE-CONTROL to define the levy
      * deduction file - one record for each time
      * a payment was cut short by a levy or
      * garnishment order. OPTIONAL for the same
      * reason as the order file.
      *----------------------------------------------
           SELECT OPTIONAL LEVY-DEDUCTION-FILE
               ASSIGN TO "levyded"
               ORGANIZATION IS INDEXED
               RECORD KEY IS LVYDED-KEY
               ALTERNATE KEY
                   IS LVYDED-REMIT-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

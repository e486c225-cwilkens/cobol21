      *----------------------------------------------
      * SLSTP01.CBL
      * Use under FILE-CONTROL to define the stop-
      * payment request file. OPTIONAL so a shop
      * that has never stopped a check is not
      * forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL STOP-PAYMENT-FILE
               ASSIGN TO "stoppay"
               ORGANIZATION IS INDEXED
               RECORD KEY IS STOP-KEY
               ACCESS MODE IS DYNAMIC.

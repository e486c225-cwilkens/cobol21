      *----------------------------------------------
      * SLFPR01.CBL
      * Use under FILE-CONTROL to define the fiscal
      * period calendar. OPTIONAL so a shop that has
      * not keyed its calendar still runs - a date
      * no period covers is treated as open.
      *----------------------------------------------
           SELECT OPTIONAL FISCAL-PERIOD-FILE
               ASSIGN TO "fiscper"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FISCAL-PERIOD-END-DATE
               ALTERNATE KEY
                   IS FISCAL-PERIOD-ID
               ACCESS MODE IS DYNAMIC.

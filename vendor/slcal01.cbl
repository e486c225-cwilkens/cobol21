      *----------------------------------------------
      * SLCAL01.CBL
      * Use under FILE-CONTROL to define the payment
      * run calendar file.
      *----------------------------------------------
           SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO "paycal"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAL-KEY
               ACCESS MODE IS DYNAMIC.

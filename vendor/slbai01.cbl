      *----------------------------------------------
      * SLBAI01.CBL
      * Use under FILE-CONTROL to define the bank's
      * BAI2 prior-day / current-day reporting file.
      *----------------------------------------------
           SELECT BAI2-FILE
               ASSIGN TO "bai2"
               ORGANIZATION IS LINE SEQUENTIAL.

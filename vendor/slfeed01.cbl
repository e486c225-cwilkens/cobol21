      *----------------------------------------------
      * SLFEED01.CBL
      * Use under FILE-CONTROL to define the bank's
      * morning balance-and-activity feed.
      *----------------------------------------------
           SELECT FEED-FILE
               ASSIGN TO "balfeed"
               ORGANIZATION IS LINE SEQUENTIAL.

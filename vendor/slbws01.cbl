      *----------------------------------------------
      * SLBWS01.CBL
      * Use under FILE-CONTROL to define the batch
      * window session file - who was signed on
      * when the last batch window opened.
      * OPTIONAL so BWNRPT01 runs before any window
      * ever has.
      *----------------------------------------------
           SELECT OPTIONAL WINDOW-SESSION-FILE
               ASSIGN TO "bwnsess"
               ORGANIZATION IS LINE SEQUENTIAL.

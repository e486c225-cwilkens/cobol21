      *----------------------------------------------
      * SLGLR01.CBL
      * Use under FILE-CONTROL to define the GL
      * posting reject file. OPTIONAL so the first
      * acknowledgment import creates it. The
      * alternate key finds a rejected line by the
      * correction run that re-sent it.
      *----------------------------------------------
           SELECT OPTIONAL GL-REJECT-FILE
               ASSIGN TO "glrej"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GLR-KEY
               ALTERNATE KEY
                   IS GLR-RESENT-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

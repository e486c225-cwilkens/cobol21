      *----------------------------------------------
      * SLSON01.CBL
      * Use under FILE-CONTROL to define the signed-
      * on operators file. OPTIONAL so the first
      * sign-on creates it.
      *----------------------------------------------
           SELECT OPTIONAL SIGNED-ON-FILE
               ASSIGN TO "signedon"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SON-OPERATOR-ID
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLDIV01.CBL
      * Use under FILE-CONTROL to define the vendor
      * diversity certification file. OPTIONAL
      * because a shop that never reports diverse
      * spend never creates it.
      *----------------------------------------------
           SELECT OPTIONAL DIVERSITY-FILE
               ASSIGN TO "vnddiv"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DIV-KEY
               ACCESS MODE IS DYNAMIC.

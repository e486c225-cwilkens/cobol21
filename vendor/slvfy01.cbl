      *----------------------------------------------
      * SLVFY01.CBL
      * Use under FILE-CONTROL to define the key
      * verification log. OPTIONAL so a shop that
      * has never turned key verification on is not
      * forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL KEY-VERIFY-FILE
               ASSIGN TO "keyvfy"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VFY-KEY
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLZIP01.CBL
      * Use under FILE-CONTROL to define the ZIP
      * prefix to state reference file. OPTIONAL so
      * the address screens run, checking only the
      * ZIP format, before the first load.
      *----------------------------------------------
           SELECT OPTIONAL ZIP-PREFIX-FILE
               ASSIGN TO "zipstate"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ZIP-PREFIX
               ACCESS MODE IS DYNAMIC.

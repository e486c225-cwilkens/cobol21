      *----------------------------------------------
      * SLYRS01.CBL
      * Use under FILE-CONTROL to define the year-end
      * vendor snapshot file. OPTIONAL so the first
      * year-end rollover creates it.
      *----------------------------------------------
           SELECT OPTIONAL YEAR-END-FILE
               ASSIGN TO "yrendsnp"
               ORGANIZATION IS INDEXED
               RECORD KEY IS YRS-KEY
               ACCESS MODE IS DYNAMIC.

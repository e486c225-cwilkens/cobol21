      *----------------------------------------------
      * SLPRJ01.CBL
      * Use under FILE-CONTROL to define the project
      * (job) master file. OPTIONAL so a shop that
      * does no job costing is not forced to create
      * it.
      *----------------------------------------------
           SELECT OPTIONAL PROJECT-FILE
               ASSIGN TO "project"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRJ-NUMBER
               ACCESS MODE IS DYNAMIC.

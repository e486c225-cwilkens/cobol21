      *----------------------------------------------
      * SLCCD01.CBL
      * Use under FILE-CONTROL to define the job
      * cost-code list. OPTIONAL, like the project
      * file it goes with.
      *----------------------------------------------
           SELECT OPTIONAL COST-CODE-FILE
               ASSIGN TO "costcode"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CCD-CODE
               ACCESS MODE IS DYNAMIC.

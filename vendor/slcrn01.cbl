      *----------------------------------------------
      * SLCRN01.CBL
      * Use under FILE-CONTROL to define the check
      * run release file. OPTIONAL because it does
      * not exist until the first check run after
      * the release gate went in.
      *----------------------------------------------
           SELECT OPTIONAL CHECK-RUN-FILE
               ASSIGN TO "chkrun"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CRN-KEY
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLTHC01.CBL
      * Use under FILE-CONTROL to define the control
      * threshold change request and history file.
      *----------------------------------------------
           SELECT OPTIONAL THRESHOLD-CHANGE-FILE
               ASSIGN TO "ctlchg"
               ORGANIZATION IS INDEXED
               RECORD KEY IS THC-NUMBER
               ACCESS MODE IS DYNAMIC.

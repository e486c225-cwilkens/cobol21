      *----------------------------------------------
      * SLSYS01.CBL
      * Use under FILE-CONTROL to define the one-
      * record system status file - whether a batch
      * window is holding the files. OPTIONAL so a
      * system that has never run one opens cleanly
      * and sees no window.
      *----------------------------------------------
           SELECT OPTIONAL SYSTEM-STATUS-FILE
               ASSIGN TO "sysstat"
               ORGANIZATION IS LINE SEQUENTIAL.

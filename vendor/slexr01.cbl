      *----------------------------------------------
      * SLEXR01.CBL
      * Use under FILE-CONTROL to define the
      * employee expense report file and its line
      * file. OPTIONAL so the first report keyed
      * creates them.
      *----------------------------------------------
           SELECT OPTIONAL EXPENSE-REPORT-FILE
               ASSIGN TO "exprpt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL EXPENSE-LINE-FILE
               ASSIGN TO "expline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXL-KEY
               ACCESS MODE IS DYNAMIC.

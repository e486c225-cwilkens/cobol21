      *----------------------------------------------
      * SLEMP01.CBL
      * Use under FILE-CONTROL to define the
      * employee master file. OPTIONAL so the first
      * employee added creates it.
      *----------------------------------------------
           SELECT OPTIONAL EMPLOYEE-FILE
               ASSIGN TO "employee"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EMP-NUMBER
               ACCESS MODE IS DYNAMIC.

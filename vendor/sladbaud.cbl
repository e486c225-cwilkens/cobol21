      *----------------------------------------------
      * SLADBAUD.CBL
      * Use under FILE-CONTROL to define the ACH
      * debit block change audit file.
      *----------------------------------------------
           SELECT OPTIONAL ACH-DEBIT-AUDIT-FILE
               ASSIGN TO "adbaudit"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ADBAUD-KEY
               ACCESS MODE IS DYNAMIC.

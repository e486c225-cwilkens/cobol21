      *----------------------------------------------
      * SLADB01.CBL
      * Use under FILE-CONTROL to define the ACH
      * debit block authorized originator file.
      * OPTIONAL so a shop whose bank offers no
      * debit filtering is not forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL ACH-DEBIT-FILE
               ASSIGN TO "achdblk"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ADB-KEY
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLBTR01.CBL
      * Use under FILE-CONTROL to define the bank
      * ACH transaction file. OPTIONAL so a shop
      * not on BAI2 reporting is not forced to
      * create it.
      *----------------------------------------------
           SELECT OPTIONAL BANK-TRAN-FILE
               ASSIGN TO "banktran"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BTR-KEY
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLPCF01.CBL
      * Use under FILE-CONTROL to define the
      * petty cash fund file and its slip file.
      * OPTIONAL so the first fund set up creates
      * them.
      *----------------------------------------------
           SELECT OPTIONAL PETTY-CASH-FUND-FILE
               ASSIGN TO "pcfund"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCF-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PETTY-CASH-SLIP-FILE
               ASSIGN TO "pcslip"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCS-KEY
               ACCESS MODE IS DYNAMIC.

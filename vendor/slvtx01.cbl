      *----------------------------------------------
      * SLVTX01.CBL
      * Use under FILE-CONTROL to define the voucher
      * VAT/GST split file. OPTIONAL so a shop with
      * no foreign suppliers is not forced to create
      * it.
      *----------------------------------------------
           SELECT OPTIONAL VOUCHER-TAX-FILE
               ASSIGN TO "vouchtax"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VTX-VOUCHER
               ACCESS MODE IS DYNAMIC.

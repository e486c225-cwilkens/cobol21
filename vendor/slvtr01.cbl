      *----------------------------------------------
      * SLVTR01.CBL
      * Use under FILE-CONTROL to define the vendor
      * VAT/GST registration file. OPTIONAL so a
      * shop with no foreign suppliers is not
      * forced to create it.
      *----------------------------------------------
           SELECT OPTIONAL VENDOR-TAX-REG-FILE
               ASSIGN TO "vndtaxrg"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VTR-VENDOR
               ACCESS MODE IS DYNAMIC.

      *----------------------------------------------
      * SLTAX01.CBL
      * Use under FILE-CONTROL to define the VAT/GST
      * tax code file. OPTIONAL so a shop with no
      * foreign suppliers is not forced to create
      * it.
      *----------------------------------------------
           SELECT OPTIONAL TAX-CODE-FILE
               ASSIGN TO "taxcode"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TAX-CODE
               ACCESS MODE IS DYNAMIC.

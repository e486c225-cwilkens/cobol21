      *--------------------------------------------------------
      * FDTAX01.CBL
      * Use with FILE SECTION to define the VAT/GST tax code
      * file descriptor.
      * Primary Key - TAX-CODE
      *
      * One record per value-added or goods-and-services tax
      * a foreign supplier charges us ("DE19", "GB20",
      * "CAGS" ...), kept in TAXMNT01. TAX-COUNTRY is the
      * ISO country the tax is reclaimed from, TAX-RATE the
      * percent charged on the net, and TAX-RECOVER-PCT how
      * much of that tax the company may claim back (100.00
      * for fully recoverable, zero when none is).
      * VCHMNT01 splits a foreign invoice total into net and
      * tax at the rate here and keeps the split on the
      * voucher tax file (FDVTX01); an inactive code takes no
      * new invoices.
      *--------------------------------------------------------
       FD  TAX-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-CODE-RECORD.
           05  TAX-CODE                    PIC X(4).
           05  TAX-COUNTRY                 PIC X(2).
           05  TAX-DESCRIPTION             PIC X(20).
           05  TAX-RATE                    PIC 9(2)V99.
           05  TAX-RECOVER-PCT             PIC 9(3)V99.
           05  TAX-STATUS                  PIC X.
               88  TAX-IS-ACTIVE           VALUE "A".
               88  TAX-IS-INACTIVE         VALUE "I".

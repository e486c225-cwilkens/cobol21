      * prompting only for the invoice number, invoice date
      * and due date - VENDOR, FOR and AMOUNT are copied
      * straight from the template.
      *
      * RECURRING-ALLOC-CODE names an expense allocation
      * template (FDALC01) when each period's bill is split
      * the same way across GL accounts - the generated
      * voucher's detail lines are built from it. Spaces
      * when the bill is not split.
      *--------------------------------------------------------
       FD  RECURRING-FILE
           LABEL RECORDS ARE STANDARD.
           05  RECURRING-FOR               PIC X(30).
           05  RECURRING-AMOUNT            PIC S9(8)V99.
           05  RECURRING-DEDUCTIBLE        PIC X.
           05  RECURRING-ALLOC-CODE        PIC X(6).

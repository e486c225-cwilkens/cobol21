      * evenly across the twelve months (the odd pennies land
      * in December), and any month can then be rekeyed for a
      * seasonal plan. BUDRPT01 holds the plan against the
      * actual coded spending off the paid voucher detail
      * and the encumbrances of open purchase orders
      * (PO-GL-ACCOUNT / PO-BUDGET-YEAR on FDPO01); POMNT01
      * and POIMP01 hold new orders to what is left of the
      * annual figure through PLBUD01.
      *--------------------------------------------------------
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.

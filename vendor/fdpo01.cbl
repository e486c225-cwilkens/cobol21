      * delivery date keyed on the order, zero = unknown and
      * the commitment lands in the first forecast week).
      * PO-STATUS marks the order open or closed - a closed PO
      * takes no more invoices. PO-CONTRACT is the vendor
      * contract (FDCNT01) the order is written under, spaces
      * when none - its open balance counts as committed
      * against the contract's ceiling on CNTRPT01, and the
      * vouchers billed against the PO carry the contract.
      * PO-PROJECT / PO-COST-CODE charge the order to a
      * project and cost code (spaces when none); the open
      * balance is the project's committed cost on JCRPT01.
      * PO-GL-ACCOUNT is the chart-of-accounts expense account
      * the order is bought against (spaces when unbudgeted)
      * and PO-BUDGET-YEAR the budget year it was ordered in.
      * The open balance of an open PO is that account's
      * encumbrance for the year - it comes off as vouchers
      * bill the PO and is gone when the PO closes. POMNT01
      * and POIMP01 hold a new or larger order against the
      * account's remaining budget (PLBUD01); BUDRPT01 shows
      * budget, encumbered, actual and available.
      *--------------------------------------------------------
       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
               88  PO-IS-OPEN              VALUE "O".
               88  PO-IS-CLOSED            VALUE "C".
           05  PO-EXPECTED-DATE            PIC 9(8).
           05  PO-CONTRACT                 PIC X(10).
           05  PO-PROJECT                  PIC X(8).
           05  PO-COST-CODE                PIC X(6).
           05  PO-GL-ACCOUNT               PIC X(15).
           05  PO-BUDGET-YEAR              PIC 9(4).

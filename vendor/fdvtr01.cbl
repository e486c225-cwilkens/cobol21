      *--------------------------------------------------------
      * FDVTR01.CBL
      * Use with FILE SECTION to define the vendor VAT/GST
      * registration file descriptor.
      * Primary Key - VTR-VENDOR
      *
      * One record per foreign supplier registered for VAT or
      * GST, kept in TAXMNT01. VTR-REG-NUMBER is the
      * supplier's tax registration number as printed on its
      * invoices - the refund claim must quote it. VTR-TAX-CODE
      * is the tax code (FDTAX01) VCHMNT01 offers first when
      * one of the supplier's invoices is keyed.
      *--------------------------------------------------------
       FD  VENDOR-TAX-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-TAX-REG-RECORD.
           05  VTR-VENDOR                  PIC 9(7).
           05  VTR-REG-NUMBER              PIC X(20).
           05  VTR-TAX-CODE                PIC X(4).

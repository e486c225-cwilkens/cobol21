      *--------------------------------------------------------
      * FDVTX01.CBL
      * Use with FILE SECTION to define the voucher VAT/GST
      * split file descriptor.
      * Primary Key - VTX-VOUCHER
      *
      * One record per foreign voucher whose invoice total
      * includes VAT or GST, written by VCHMNT01. The tax code,
      * its country, rate and recoverable percent are copied
      * from FDTAX01 when the split is made, so a later rate
      * change never rewrites a claim already filed. The
      * invoice total (VOUCHER-FOREIGN-AMOUNT) is split into
      * net and tax in the invoice currency, and the booked
      * USD (VOUCHER-AMOUNT) the same way at the voucher's own
      * rate; VTX-RECOVER-FOREIGN / -USD are the reclaimable
      * part of the tax. The vendor, invoice and invoice date
      * are carried too and kept current as the voucher is
      * changed, and the record survives VCHARC01 by voucher
      * number, so the quarterly reclaim (VATRPT01) never
      * needs the voucher itself.
      * GLEXP01 moves the recoverable USD out of expense and
      * into the VAT/GST receivable account with the payment
      * that closes the voucher.
      *--------------------------------------------------------
       FD  VOUCHER-TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-TAX-RECORD.
           05  VTX-VOUCHER                 PIC 9(7).
           05  VTX-VENDOR                  PIC 9(7).
           05  VTX-INVOICE                 PIC X(15).
           05  VTX-INVOICE-DATE            PIC 9(8).
           05  VTX-TAX-CODE                PIC X(4).
           05  VTX-COUNTRY                 PIC X(2).
           05  VTX-RATE                    PIC 9(2)V99.
           05  VTX-RECOVER-PCT             PIC 9(3)V99.
           05  VTX-CURRENCY                PIC X(3).
           05  VTX-NET-FOREIGN             PIC S9(8)V99.
           05  VTX-TAX-FOREIGN             PIC S9(8)V99.
           05  VTX-RECOVER-FOREIGN         PIC S9(8)V99.
           05  VTX-NET-USD                 PIC S9(8)V99.
           05  VTX-TAX-USD                 PIC S9(8)V99.
           05  VTX-RECOVER-USD             PIC S9(8)V99.

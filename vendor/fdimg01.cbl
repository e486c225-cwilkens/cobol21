      *--------------------------------------------------------
      * FDIMG01.CBL
      * Use with FILE SECTION to define the scanned invoice
      * image index descriptor.
      * Primary Key - VIMG-KEY (voucher + document ID)
      *
      * Points a voucher at the scanned invoice on the
      * document server: one record per document, so a
      * voucher with an invoice, a packing slip and a
      * credit memo carries three. Loaded by IMGIMP01 from
      * the scanner's batch index and shown through the
      * PLIMG01 routines wherever the voucher shows. Keyed
      * by voucher number like the note file, so it is left
      * in place when VCHARC01 archives the voucher.
      *
      * VIMG-VOUCHER is the voucher number the scanning
      * clerk keyed on the batch - it is loaded whether or
      * not that voucher is on file, and IMGEXC01 lists the
      * ones that match nothing.
      *--------------------------------------------------------
       FD  VOUCHER-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-IMAGE-RECORD.
           05  VIMG-KEY.
               10  VIMG-VOUCHER         PIC 9(7).
               10  VIMG-DOC-ID          PIC X(20).
           05  VIMG-PAGES               PIC 9(4).
           05  VIMG-SCAN-DATE           PIC 9(8).
           05  VIMG-BATCH               PIC X(10).
           05  VIMG-LOAD-DATE           PIC 9(8).

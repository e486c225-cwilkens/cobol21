      *--------------------------------------------------------
      * FDYRS01.CBL
      * Use with FILE SECTION to define the year-end vendor
      * snapshot file descriptor.
      * Primary Key - YRS-KEY (YRS-YEAR + YRS-VENDOR)
      *
      * YREND01 writes one record per vendor when it rolls a
      * calendar year over, freezing what the vendor master
      * said about the year before the year-to-date fields
      * go back to zero:
      *  YRS-1099-PAID    - paid deductible vouchers dated in
      *                     the year (live and history), by
      *                     the same rule VND1099 uses
      *  YRS-BACKUP-WHT   - backup withholding taken off
      *                     VENDOR-WHT-YTD for the year
      *  YRS-NRA-WHT      - chapter 3 withholding taken off
      *                     VENDOR-NRA-WHT-YTD for the year
      *  YRS-VOUCHER-WHT / YRS-VOUCHER-NRA-WHT - the same two
      *                     figures added up off the year's
      *                     paid vouchers, so a correction
      *                     run of VND1099E can be tied back
      *  YRS-W9-REQUEST-COUNT / -DATE - the W-9 letter trail
      *                     as it stood, before the count
      *                     restarts for the new year
      * plus the vendor's name, tax ID, 1099 type and W-8
      * form as they were at year end.
      *
      * The record with YRS-VENDOR zero is the rollover run
      * itself - who closed the year, when, and the totals of
      * every figure rolled. While it is on file the year is
      * closed and YREND01 will not roll it again.
      *--------------------------------------------------------
       FD  YEAR-END-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-END-RECORD.
           05  YRS-KEY.
               10  YRS-YEAR             PIC 9(4).
               10  YRS-VENDOR           PIC 9(7).
           05  YRS-VENDOR-NAME          PIC X(30).
           05  YRS-TAX-ID               PIC X(11).
           05  YRS-1099-TYPE            PIC X.
           05  YRS-W8-FORM              PIC X(6).
           05  YRS-1099-PAID            PIC S9(10)V99.
           05  YRS-BACKUP-WHT           PIC S9(10)V99.
           05  YRS-NRA-WHT              PIC S9(10)V99.
           05  YRS-VOUCHER-WHT          PIC S9(10)V99.
           05  YRS-VOUCHER-NRA-WHT      PIC S9(10)V99.
           05  YRS-W9-REQUEST-COUNT     PIC 9(2).
           05  YRS-W9-REQUEST-DATE      PIC 9(8).
           05  YRS-CLOSED-BY            PIC X(3).
           05  YRS-CLOSED-DATE          PIC 9(8).

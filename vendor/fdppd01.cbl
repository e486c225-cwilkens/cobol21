      *--------------------------------------------------------
      * FDPPD01.CBL
      * Use with FILE SECTION to define the prepaid expense
      * amortization schedule file descriptor.
      * Primary Key - PPD-KEY (PPD-VOUCHER + PPD-LINE)
      *
      * One record per voucher expense line paid in advance
      * of the months it covers - an annual insurance
      * premium, a software license - set up in PPDMNT01.
      * PPD-LINE is the VOUCHER-DETAIL-LINE of a split
      * voucher, or zero for a voucher with no detail lines.
      *
      * GLEXP01 debits the payment to PPD-PREPAID-ACCT
      * instead of expense. PPDAMR01 then moves PPD-AMOUNT
      * from PPD-PREPAID-ACCT to PPD-EXPENSE-ACCT over
      * PPD-MONTHS months starting PPD-START-MONTH (CCYYMM),
      * keeping the running total in PPD-AMORTIZED. The
      * months are figured so the last one always takes
      * whatever pennies are left, and the schedule ends at
      * exactly PPD-AMOUNT. PPD-LAST-MONTH is the latest
      * month amortized, PPD-MONTHS-DONE how many months of
      * the schedule that covers. The record is keyed by
      * voucher, so it outlives VCHARC01's archive of the
      * voucher itself.
      *--------------------------------------------------------
       FD  PREPAID-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREPAID-RECORD.
           05  PPD-KEY.
               10  PPD-VOUCHER             PIC 9(7).
               10  PPD-LINE                PIC 9(3).
           05  PPD-VENDOR                  PIC 9(7).
           05  PPD-DESCRIPTION             PIC X(30).
           05  PPD-PREPAID-ACCT            PIC X(15).
           05  PPD-EXPENSE-ACCT            PIC X(15).
           05  PPD-START-MONTH             PIC 9(6).
           05  PPD-MONTHS                  PIC 9(3).
           05  PPD-AMOUNT                  PIC S9(8)V99.
           05  PPD-AMORTIZED               PIC S9(8)V99.
           05  PPD-MONTHS-DONE             PIC 9(3).
           05  PPD-LAST-MONTH              PIC 9(6).

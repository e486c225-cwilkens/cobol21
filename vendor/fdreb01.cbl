      *--------------------------------------------------------
      * FDREB01.CBL
      * Use with FILE SECTION to define the vendor rebate
      * agreement file descriptor.
      * Primary Key - REB-KEY (REB-VENDOR + REB-SEQ)
      *
      * One record per rebate or volume-incentive agreement
      * with a vendor (REBMNT01), for the period from
      * REB-START-DATE through REB-END-DATE - usually the
      * vendor's program year. Spend is what we paid the
      * vendor in the period, off paid vouchers in the live
      * and history files the way VNDSPN01 measures it.
      *
      * Up to five tiers, in ascending REB-TIER-SPEND order
      * (unused tiers zero). Once the period's spend reaches
      * a tier the rebate is earned at that tier's
      * REB-TIER-PCT on ALL of the period's spend, back to
      * the first dollar - the way the vendor programs are
      * written.
      *
      * REBRPT01 accrues the rebate receivable month by
      * month: REB-RECEIVABLE-ACCT is debited and
      * REB-INCOME-ACCT (the purchase-rebate contra-expense)
      * credited for whatever has been earned since the last
      * accrual. REB-ACCRUED-TO-DATE is the total accrued so
      * far on the agreement and REB-LAST-ACCRUAL-DATE the
      * month-end it was accrued through.
      *--------------------------------------------------------
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBATE-RECORD.
           05  REB-KEY.
               10  REB-VENDOR           PIC 9(7).
               10  REB-SEQ              PIC 9(3).
           05  REB-DESCRIPTION          PIC X(30).
           05  REB-START-DATE           PIC 9(8).
           05  REB-END-DATE             PIC 9(8).
           05  REB-TIER OCCURS 5 TIMES.
               10  REB-TIER-SPEND       PIC 9(9)V99.
               10  REB-TIER-PCT         PIC 9(2)V999.
           05  REB-RECEIVABLE-ACCT      PIC X(15).
           05  REB-INCOME-ACCT          PIC X(15).
           05  REB-ACCRUED-TO-DATE      PIC S9(9)V99.
           05  REB-LAST-ACCRUAL-DATE    PIC 9(8).

      * file and active, so a mistyped account number stops
      * at the keyboard instead of on check stock. Report
      * headings show the bank name next to the number.
      *
      * ACCT-MINIMUM-BALANCE is the least treasury wants left
      * in the account on any day, and ACCT-FUNDING-ACCOUNT the
      * money-market or concentration account that tops it up
      * (zero when nothing funds it). FNDXFR01 recommends the
      * transfers that keep the forecast above the minimum.
      *--------------------------------------------------------
       FD  BANK-ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           05  ACCT-STATUS                 PIC X.
               88  ACCT-IS-ACTIVE          VALUE "A".
               88  ACCT-IS-INACTIVE        VALUE "I".
           05  ACCT-MINIMUM-BALANCE        PIC S9(10)V99.
           05  ACCT-FUNDING-ACCOUNT        PIC 9(10).

      *--------------------------------------------------------
      * FDFEED01.CBL
      * Use with FILE SECTION to define the bank's morning
      * balance-and-activity feed ("balfeed"). Amounts are in
      * cents, sign leading separate. Column 68 says which
      * kind of line it is:
      *
      * Balance line (space or "B") - one per account per
      * day, loaded into the bank balance file by BALIMP01:
      *   ACCOUNT      1-10
      *   DATE        11-18  CCYYMMDD
      *   BALANCE     19-31
      *   CHECKS PAID 32-43
      *   ACH SETTLED 44-55
      *   OTHER       56-67
      *
      * Debit item line ("D") - one per ACH debit an outside
      * originator took from the account that day, matched
      * to open vouchers by DBTMAT01:
      *   ACCOUNT      1-10
      *   DATE        11-18  CCYYMMDD
      *   AMOUNT      19-30
      *   COMPANY ID  31-40  originator's ID off its batch
      *   TRACE       41-55  bank's trace number
      *--------------------------------------------------------
       FD  FEED-FILE
           LABEL RECORDS ARE OMITTED.
       01  FEED-RECORD.
           05  FEED-ACCOUNT             PIC 9(10).
           05  FEED-DATE                PIC 9(8).
           05  FEED-BALANCE             PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-CHECKS-PAID         PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-ACH-SETTLED         PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-OTHER               PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-LINE-TYPE           PIC X.
               88  FEED-IS-BALANCE-LINE VALUES SPACE "B".
               88  FEED-IS-DEBIT-ITEM   VALUE "D".

       01  FEED-DEBIT-RECORD.
           05  FEED-ITEM-ACCOUNT        PIC 9(10).
           05  FEED-ITEM-DATE           PIC 9(8).
           05  FEED-ITEM-AMOUNT         PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-ITEM-COMPANY-ID     PIC X(10).
           05  FEED-ITEM-TRACE          PIC X(15).
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X.

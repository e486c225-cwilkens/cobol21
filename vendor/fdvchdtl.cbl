      * instead of posting one lump to Accounts Payable. A
      * voucher with no detail lines posts to the vendor's
      * default expense account.
      *
      * VOUCHER-DETAIL-FA-DATE is the day FAEXP01 sent the line
      * to the fixed-asset system (a paid line coded to a
      * capital account, at or above the capitalization
      * threshold). Zero means it has not gone, so no line is
      * ever sent twice.
      *
      * VOUCHER-DETAIL-PROJECT and VOUCHER-DETAIL-COST-CODE
      * charge the line to a project (FDPRJ01) and one of its
      * cost codes (FDCCD01) as well as to the GL account -
      * both spaces when the line is not job cost. JCRPT01
      * rolls the lines up by project and cost code.
      *--------------------------------------------------------
       FD  VOUCHER-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           05  VOUCHER-DETAIL-FOR              PIC X(30).
           05  VOUCHER-DETAIL-AMOUNT           PIC S9(8)V99.
           05  VOUCHER-DETAIL-GL-ACCT          PIC X(15).
           05  VOUCHER-DETAIL-FA-DATE          PIC 9(8).
           05  VOUCHER-DETAIL-PROJECT          PIC X(8).
           05  VOUCHER-DETAIL-COST-CODE        PIC X(6).

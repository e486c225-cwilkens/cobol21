           05  VOUCHER-HIST-FX-GAIN        PIC S9(8)V99.
           05  VOUCHER-HIST-RETAINAGE-PCT  PIC 9(2)V99.
           05  VOUCHER-HIST-RETAINED-AMT   PIC S9(8)V99.
           05  VOUCHER-HIST-APPROVED-BY    PIC X(3).
           05  VOUCHER-HIST-APPROVED-DATE  PIC 9(8).
           05  VOUCHER-HIST-WHT-TYPE       PIC X.
           05  VOUCHER-HIST-CONTRACT       PIC X(10).
           05  VOUCHER-HIST-VERIFY-STATUS  PIC X.
           05  VOUCHER-HIST-VERIFIED-BY    PIC X(3).

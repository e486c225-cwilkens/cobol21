           05  CO-VOUCHER-PAID-DATE     PIC 9(8).
           05  FILLER                   PIC X(131).
           05  CO-VOUCHER-HOLD-STATUS   PIC X.
           05  FILLER                   PIC X(136).

       FD  CO-COMPANY-FILE
           LABEL RECORDS ARE STANDARD.

           05  CHECK-HIST-SECOND-SIG      PIC X.
           05  CHECK-HIST-NOTICE-DATE     PIC 9(8).
           05  CHECK-HIST-NOTICE-RESP     PIC X.
           05  CHECK-HIST-ISSUED-BY       PIC X(3).
           05  CHECK-HIST-CLEARED-BY      PIC X(3).
           05  CHECK-HIST-RUN-FIRST       PIC 9(8).
           05  CHECK-HIST-PAID-BY-DEBIT   PIC X.
           05  CHECK-HIST-PAID-BY-CARD    PIC X.
               88  CHECK-HIST-IS-CARD     VALUE "Y".
           05  CHECK-HIST-CARD-STATUS     PIC X.

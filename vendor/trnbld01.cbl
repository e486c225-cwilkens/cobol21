               RECORD KEY IS TRN-VOUCHER-NUMBER
               ALTERNATE KEY
                   IS TRN-VOUCHER-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS TRN-VOUCHER-OPEN-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT TRN-HISTORY-FILE
               ASSIGN TO TRN-CHECK-PATH
               ORGANIZATION IS INDEXED
               RECORD KEY IS TRN-CHECK-KEY
               ALTERNATE KEY
                   IS TRN-CHECK-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS TRN-CHECK-ISSUE-DATE WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT TRN-RECURRING-FILE
           05  TRN-CONTROL-KEY.
               10  TRN-CONTROL-TYPE     PIC 9.
               10  TRN-CONTROL-ACCOUNT  PIC 9(10).
           05  FILLER                   PIC X(118).

       FD  TRN-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-VENDOR-RECORD.
           05  TRN-VENDOR-NUMBER        PIC 9(7).
           05  TRN-VENDOR-NAME          PIC X(30).
           05  FILLER                   PIC X(466).

       FD  TRN-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-VOUCHER-RECORD.
           05  TRN-VOUCHER-NUMBER       PIC 9(7).
           05  TRN-VOUCHER-VENDOR       PIC 9(7).
           05  FILLER                   PIC X(343).
           05  TRN-VOUCHER-OPEN-KEY     PIC X(16).

       FD  TRN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-HISTORY-RECORD.
           05  TRN-HIST-NUMBER          PIC 9(7).
           05  TRN-HIST-VENDOR          PIC 9(7).
           05  FILLER                   PIC X(343).

       FD  TRN-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRN-DETAIL-KEY.
               10  TRN-DETAIL-NUMBER    PIC 9(7).
               10  TRN-DETAIL-LINE      PIC 9(3).
           05  FILLER                   PIC X(77).

       FD  TRN-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRN-CHECK-KEY.
               10  TRN-CHECK-ACCOUNT    PIC 9(10).
               10  TRN-CHECK-NUMBER     PIC 9(8).
           05  FILLER                   PIC X(25).
           05  TRN-CHECK-VENDOR         PIC 9(7).
           05  FILLER                   PIC X(32).
           05  TRN-CHECK-ISSUE-DATE     PIC 9(8).
           05  FILLER                   PIC X(89).

       FD  TRN-RECURRING-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-RECURRING-RECORD.
           05  TRN-RECURRING-NUMBER     PIC 9(5).
           05  FILLER                   PIC X(54).

       FD  TRN-PO-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-PO-RECORD.
           05  TRN-PO-NUMBER            PIC 9(6).
           05  FILLER                   PIC X(109).

       FD  TRN-BANK-ACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-BANK-ACCT-RECORD.
           05  TRN-ACCT-NUMBER          PIC 9(10).
           05  FILLER                   PIC X(98).

       FD  TRN-COA-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-COA-RECORD.
           05  TRN-COA-ACCOUNT          PIC X(15).
           05  FILLER                   PIC X(40).

       FD  TRN-STATE-FILE
           LABEL RECORDS ARE STANDARD.

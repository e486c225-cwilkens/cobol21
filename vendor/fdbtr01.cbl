      *--------------------------------------------------------
      * FDBTR01.CBL
      * Use with FILE SECTION to define the bank ACH
      * transaction file descriptor.
      * Primary Key - BTR-KEY (BTR-ACCOUNT + BTR-DATE +
      *   BTR-SEQ)
      *
      * One record per ACH debit or credit the bank reported
      * against one of our accounts on a BAI2 prior-day file,
      * loaded by BAIIMP01. BTR-DATE is the as-of date the
      * bank reported it under, BTR-SEQ numbers the items
      * within the account and day. BTR-TYPE-CODE is the
      * BAI2 transaction type (165 preauthorized ACH credit,
      * 455 preauthorized ACH debit and so on) and
      * BTR-DEBIT-CREDIT says which way the money went;
      * BTR-AMOUNT is always positive. BTR-BANK-REF,
      * BTR-CUSTOMER-REF and BTR-TEXT are as the bank sent
      * them - the originator's company name and ID are
      * usually in the text. BTR-FILE-ID ties the item back
      * to the load on the BAI2 load log (FDBFL01).
      *--------------------------------------------------------
       FD  BANK-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANK-TRAN-RECORD.
           05  BTR-KEY.
               10  BTR-ACCOUNT             PIC 9(10).
               10  BTR-DATE                PIC 9(8).
               10  BTR-SEQ                 PIC 9(5).
           05  BTR-TYPE-CODE               PIC 9(3).
           05  BTR-DEBIT-CREDIT            PIC X.
               88  BTR-IS-DEBIT            VALUE "D".
               88  BTR-IS-CREDIT           VALUE "C".
           05  BTR-AMOUNT                  PIC S9(10)V99.
           05  BTR-BANK-REF                PIC X(16).
           05  BTR-CUSTOMER-REF            PIC X(16).
           05  BTR-TEXT                    PIC X(60).
           05  BTR-FILE-ID                 PIC X(10).

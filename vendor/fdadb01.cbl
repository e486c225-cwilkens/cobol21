      *--------------------------------------------------------
      * FDADB01.CBL
      * Use with FILE SECTION to define the ACH debit block
      * authorized originator file descriptor.
      * Primary Key - ADB-KEY
      *   (bank account + originator company ID)
      *
      * The bank returns every ACH debit against our accounts
      * except from the originators we list. One record per
      * originator allowed to debit one bank account: the
      * ten-character company ID the originator puts in its
      * batch header, its name as the bank shows it, the
      * largest single debit the bank should let through and
      * the date the authorization runs out (zero for none).
      * ADBMNT01 maintains it at level 9, with every change
      * written to the change audit (FDADBAUD); ADBEXP01
      * sends the list to the bank.
      *
      * ADB-VENDOR ties the originator - the utility, the
      * tax authority, the lender - to its vendor number, so
      * ADBEXP01 can cross-check the list against the vendor
      * file, and so DBTMAT01 can book each debit on the
      * bank's activity feed against that vendor's open
      * voucher. Zero means the originator is not a vendor
      * (the bank's own fee debits, for one).
      *
      * ADB-STATUS - "A" active, "I" inactive. An inactive
      * or expired originator stays on file for its history
      * but is left off the list the bank gets.
      *--------------------------------------------------------
       FD  ACH-DEBIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-RECORD.
           05  ADB-KEY.
               10  ADB-ACCOUNT          PIC 9(10).
               10  ADB-COMPANY-ID       PIC X(10).
           05  ADB-NAME                 PIC X(30).
           05  ADB-MAX-AMOUNT           PIC S9(8)V99.
           05  ADB-EXPIRE-DATE          PIC 9(8).
           05  ADB-VENDOR               PIC 9(7).
           05  ADB-STATUS               PIC X.
               88  ADB-IS-ACTIVE        VALUE "A".
               88  ADB-IS-INACTIVE      VALUE "I".
           05  ADB-ENTERED-BY           PIC X(3).
           05  ADB-CHANGED-BY           PIC X(3).

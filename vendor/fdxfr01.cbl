      *--------------------------------------------------------
      * FDXFR01.CBL
      * Use with FILE SECTION to define the funding transfer
      * log descriptor.
      * Primary Key - XFR-KEY (XFR-DATE + XFR-SEQ), the date
      *   the money moves and a sequence within the day.
      *
      * One record per transfer treasury has confirmed in
      * FNDXFR01 from an account's funding account
      * (XFR-FROM-ACCOUNT) into the account itself
      * (XFR-TO-ACCOUNT). XFR-RECOMMENDED is what FNDXFR01
      * suggested; XFR-AMOUNT is what treasury actually
      * confirmed. XFR-CONFIRMED-BY is the signed-on
      * operator and XFR-CONFIRM-DATE the day it was keyed.
      * XFR-BANK-REFERENCE is the bank's book-transfer or
      * wire reference, if there is one.
      *
      * XFR-STATUS - C confirmed, X cancelled. A confirmed
      * transfer dated after an account's latest bank
      * balance day is money the bank has not shown yet:
      * CSHPOS01 and CSHFCT01 add it to the account it goes
      * into and take it off the account it comes out of.
      *--------------------------------------------------------
       FD  FUND-TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  FUND-TRANSFER-RECORD.
           05  XFR-KEY.
               10  XFR-DATE                PIC 9(8).
               10  XFR-SEQ                 PIC 9(4).
           05  XFR-FROM-ACCOUNT            PIC 9(10).
           05  XFR-TO-ACCOUNT              PIC 9(10).
           05  XFR-AMOUNT                  PIC S9(10)V99.
           05  XFR-RECOMMENDED             PIC S9(10)V99.
           05  XFR-CONFIRMED-BY            PIC X(3).
           05  XFR-CONFIRM-DATE            PIC 9(8).
           05  XFR-BANK-REFERENCE          PIC X(16).
           05  XFR-STATUS                  PIC X.
               88  XFR-IS-CONFIRMED        VALUE "C".
               88  XFR-IS-CANCELLED        VALUE "X".

      *--------------------------------------------------------
      * FDPCF01.CBL
      * Use with FILE SECTION to define the petty cash
      * files.
      *
      * One PETTY-CASH-FUND-RECORD per office cash box
      * (PCFMNT01). The fund is kept on the imprest system:
      * cash in the box plus the slips for what was paid out
      * of it always comes to PCF-IMPREST-AMOUNT, and a
      * replenishment puts back exactly what the slips
      * spent. PCF-CUSTODIAN is the employee (EMPMNT01)
      * answerable for the box - the replenishment check is
      * made out to them. PCF-CASH-ACCT is the general
      * ledger account that carries the fund at its imprest
      * amount; PCF-OVER-SHORT-ACCT takes whatever the cash
      * count turns up over or short. PCF-LAST-COUNT-DATE
      * and -CASH are the most recent count.
      *
      * One PETTY-CASH-SLIP-RECORD per payment out of the
      * box (PCSLIP01), keyed by fund and a sequence number:
      * the date, who was paid, the chart-of-accounts account
      * it is coded to and the amount. PCS-TYPE "S" is an
      * ordinary slip; "O" is the over/short a cash count
      * posted - positive when the box came up short,
      * negative when it was over - so the replenishment
      * puts the box back to imprest either way. PCS-STATUS
      * is "U" until the slip is replenished, then "R" with
      * the replenishment voucher in PCS-VOUCHER.
      *--------------------------------------------------------
       FD  PETTY-CASH-FUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-FUND-RECORD.
           05  PCF-ID                   PIC X(6).
           05  PCF-DESCRIPTION          PIC X(30).
           05  PCF-CUSTODIAN            PIC 9(7).
           05  PCF-IMPREST-AMOUNT       PIC S9(7)V99.
           05  PCF-CASH-ACCT            PIC X(15).
           05  PCF-OVER-SHORT-ACCT      PIC X(15).
           05  PCF-STATUS               PIC X.
               88  PCF-IS-ACTIVE        VALUE "A".
               88  PCF-IS-INACTIVE      VALUE "I".
           05  PCF-LAST-COUNT-DATE      PIC 9(8).
           05  PCF-LAST-COUNT-CASH      PIC S9(7)V99.

       FD  PETTY-CASH-SLIP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PETTY-CASH-SLIP-RECORD.
           05  PCS-KEY.
               10  PCS-FUND             PIC X(6).
               10  PCS-SEQ              PIC 9(5).
           05  PCS-DATE                 PIC 9(8).
           05  PCS-PAYEE                PIC X(30).
           05  PCS-GL-ACCT              PIC X(15).
           05  PCS-AMOUNT               PIC S9(7)V99.
           05  PCS-TYPE                 PIC X.
               88  PCS-IS-SLIP          VALUE "S".
               88  PCS-IS-OVER-SHORT    VALUE "O".
           05  PCS-STATUS               PIC X.
               88  PCS-IS-UNREPLENISHED VALUE "U".
               88  PCS-IS-REPLENISHED   VALUE "R".
           05  PCS-VOUCHER              PIC 9(7).
           05  PCS-ENTERED-BY           PIC X(3).

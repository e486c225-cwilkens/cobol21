      *--------------------------------------------------------
      * FDQRY01.CBL
      * Use with FILE SECTION to define the saved voucher
      * query file descriptor.
      * Primary Key - QRY-NAME
      *
      * One record per ad-hoc voucher query an operator has
      * saved in QRYVCH01 to run again. Every selection left
      * at spaces or zero means "any":
      *
      * QRY-FILES - L live vouchers only, H history only,
      *   B both.
      * QRY-VENDOR, QRY-CATEGORY (the vendor's spend
      *   category), QRY-ACCOUNT (the bank account it pays
      *   from), QRY-CURRENCY, QRY-BATCH and QRY-ENTERED-BY
      *   must match the voucher exactly.
      * QRY-DATE-RANGE - two ranges, each on whichever
      *   voucher date QRY-DATE-WHICH names: I invoice date,
      *   D due, P paid, E entry, C last change, H hold, A
      *   approval, S discount. A zero QRY-DATE-TO is open-
      *   ended.
      * QRY-AMOUNT-FROM / QRY-AMOUNT-TO - the voucher amount;
      *   a zero QRY-AMOUNT-TO is open-ended.
      * QRY-PAID-STATUS - O still open, P paid.
      * QRY-HOLD-STATUS - H on hold, N not on hold.
      * QRY-HOLD-REASON - the hold reason code.
      * QRY-APPR-STATUS - the approval status (N, P, A, R).
      * QRY-SELECTED - Y selected for the next check run, N
      *   not.
      * QRY-TYPE - I invoice, C credit memo, P prepayment.
      * QRY-OUTPUT - P print the list with totals, C write
      *   it to the comma-delimited file for a spreadsheet.
      *--------------------------------------------------------
       FD  VOUCHER-QUERY-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-QUERY-RECORD.
           05  QRY-NAME                    PIC X(10).
           05  QRY-DESCRIPTION             PIC X(30).
           05  QRY-SAVED-BY                PIC X(3).
           05  QRY-SAVED-DATE              PIC 9(8).
           05  QRY-FILES                   PIC X.
               88  QRY-FILES-ARE-VALID     VALUES "L" "H" "B".
           05  QRY-VENDOR                  PIC 9(7).
           05  QRY-CATEGORY                PIC X(4).
           05  QRY-DATE-RANGE              OCCURS 2 TIMES.
               10  QRY-DATE-WHICH          PIC X.
                   88  QRY-DATE-IS-VALID
                       VALUES " " "I" "D" "P" "E" "C" "H" "A" "S".
               10  QRY-DATE-FROM           PIC 9(8).
               10  QRY-DATE-TO             PIC 9(8).
           05  QRY-AMOUNT-FROM             PIC S9(8)V99.
           05  QRY-AMOUNT-TO               PIC S9(8)V99.
           05  QRY-PAID-STATUS             PIC X.
               88  QRY-PAID-IS-VALID       VALUES " " "O" "P".
           05  QRY-HOLD-STATUS             PIC X.
               88  QRY-HOLD-IS-VALID       VALUES " " "H" "N".
           05  QRY-HOLD-REASON             PIC X(2).
           05  QRY-APPR-STATUS             PIC X.
               88  QRY-APPR-IS-VALID       VALUES " " "N" "P" "A" "R".
           05  QRY-SELECTED                PIC X.
               88  QRY-SELECTED-IS-VALID   VALUES " " "Y" "N".
           05  QRY-TYPE                    PIC X.
               88  QRY-TYPE-IS-VALID       VALUES " " "I" "C" "P".
           05  QRY-ACCOUNT                 PIC 9(10).
           05  QRY-CURRENCY                PIC X(3).
           05  QRY-BATCH                   PIC 9(5).
           05  QRY-ENTERED-BY              PIC X(3).
           05  QRY-OUTPUT                  PIC X.
               88  QRY-OUTPUT-IS-VALID     VALUES "P" "C".

      * vendors - more vendors than that with paid
      * activity in one year and the overflow is
      * reported, not silently dropped.
      *
      * Vendor-zero vouchers - one-time payees
      * and employee expense reimbursements - are
      * not spend with any vendor and are left
      * out.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       TALLY-ALL-LIVE.
           IF VOUCHER-PAID-DATE NOT = ZEROES
                   AND VOUCHER-VENDOR NOT = ZEROES
               MOVE VOUCHER-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-PAID-DATE TO TALLY-DATE

       TALLY-ALL-HISTORY.
           IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                   AND VOUCHER-HIST-VENDOR NOT = ZEROES
               MOVE VOUCHER-HIST-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-HIST-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-HIST-PAID-DATE TO TALLY-DATE

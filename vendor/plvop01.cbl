      *-----------------------------------
      * procedures copy file for keeping
      * the voucher open key in step.
      *
      * USAGE:
      *  PERFORM SET-VOUCHER-OPEN-KEY.
      *  just before every WRITE or
      *  REWRITE of VOUCHER-RECORD.
      * VOUCHER-OPEN-KEY is an alternate
      * key built from fields already on
      * the record - "O" while the voucher
      * is unpaid, "P" once it is paid,
      * then the due date and the voucher
      * number - so a program after the
      * open vouchers by due date STARTs
      * at "O" and stops at the first "P".
      *-----------------------------------
       SET-VOUCHER-OPEN-KEY.
           IF VOUCHER-PAID-DATE = ZEROES
               MOVE "O" TO VOUCHER-OPEN-STATUS
           ELSE
               MOVE "P" TO VOUCHER-OPEN-STATUS.
           MOVE VOUCHER-DUE TO VOUCHER-OPEN-DUE.
           MOVE VOUCHER-NUMBER TO VOUCHER-OPEN-NUMBER.

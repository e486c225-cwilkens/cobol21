      *--------------------------------------------------------
      * PLBUD01.CBL
      * Budget funds-availability check for a purchase
      * order. The program must COPY and OPEN the BUDGET-FILE,
      * PO-FILE, VOUCHER-FILE, VOUCHER-HISTORY-FILE,
      * VOUCHER-DETAIL-FILE and VENDOR-FILE, and COPY WSBUD01
      * and WSDATE01.
      *
      * USAGE:
      *  MOVE GL account TO FUNDS-CHECK-ACCOUNT.
      *  MOVE budget year TO FUNDS-CHECK-YEAR.
      *  MOVE the PO's number TO FUNDS-CHECK-PO.
      *  MOVE the open balance the PO will carry
      *      TO FUNDS-CHECK-AMOUNT.
      *  PERFORM CHECK-THE-FUNDS.
      *      FUNDS-BUDGET-FOUND comes back "N" when the
      *      account has no budget for the year - there is
      *      then nothing to hold the order against and
      *      FUNDS-ARE-SHORT is "N".
      *      FUNDS-BUDGET is the annual budget, FUNDS-ACTUAL
      *      the year's paid spending distributed to the
      *      account the way BUDRPT01 and GLEXP01 distribute
      *      it, FUNDS-ENCUMBERED the open balance of every
      *      other open PO against the account and year.
      *      FUNDS-AVAILABLE is budget less actual less
      *      encumbered; FUNDS-ARE-SHORT is "Y" when the
      *      check amount is more than that, by
      *      FUNDS-SHORT-AMOUNT.
      *
      * PO-RECORD is saved and put back around the pass of
      * the PO file; VENDOR-RECORD is not - re-read the
      * vendor afterwards if it is needed. The caller
      * decides what a shortfall means - a supervisor may be
      * warned where anyone else is stopped.
      *--------------------------------------------------------

       CHECK-THE-FUNDS.
           MOVE "N" TO FUNDS-ARE-SHORT.
           MOVE ZEROES TO FUNDS-BUDGET FUNDS-ACTUAL
                          FUNDS-ENCUMBERED FUNDS-AVAILABLE
                          FUNDS-SHORT-AMOUNT.
           MOVE FUNDS-CHECK-ACCOUNT TO BUDGET-ACCOUNT.
           MOVE FUNDS-CHECK-YEAR TO BUDGET-YEAR.
           MOVE "Y" TO FUNDS-BUDGET-FOUND.
           READ BUDGET-FILE RECORD
               INVALID KEY
               MOVE "N" TO FUNDS-BUDGET-FOUND.
           IF FUNDS-BUDGET-FOUND = "Y"
               MOVE BUDGET-ANNUAL TO FUNDS-BUDGET
               PERFORM FUNDS-TALLY-THE-ACTUAL
               PERFORM FUNDS-TALLY-THE-ENCUMBRANCE
               COMPUTE FUNDS-AVAILABLE = FUNDS-BUDGET
                   - FUNDS-ACTUAL - FUNDS-ENCUMBERED
               COMPUTE FUNDS-SHORT-AMOUNT =
                   FUNDS-CHECK-AMOUNT - FUNDS-AVAILABLE
               IF FUNDS-SHORT-AMOUNT > ZEROES
                   MOVE "Y" TO FUNDS-ARE-SHORT
               ELSE
                   MOVE ZEROES TO FUNDS-SHORT-AMOUNT.

      *--------------------------------
      * Every voucher paid in the year,
      * live and archived, distributed
      * by its coded detail lines or
      * else to the vendor's default
      * account (suspense when none).
      *--------------------------------
       FUNDS-TALLY-THE-ACTUAL.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO FUNDS-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO FUNDS-FILE-AT-END.
           IF FUNDS-FILE-AT-END NOT = "Y"
               PERFORM FUNDS-READ-NEXT-VOUCHER.
           PERFORM FUNDS-TALLY-ONE-VOUCHER
               UNTIL FUNDS-FILE-AT-END = "Y".
           MOVE LOW-VALUES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO FUNDS-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO FUNDS-FILE-AT-END.
           IF FUNDS-FILE-AT-END NOT = "Y"
               PERFORM FUNDS-READ-NEXT-HISTORY.
           PERFORM FUNDS-TALLY-ONE-HISTORY
               UNTIL FUNDS-FILE-AT-END = "Y".

       FUNDS-TALLY-ONE-VOUCHER.
           MOVE VOUCHER-PAID-DATE TO DATE-YYYYMMDD.
           IF VOUCHER-PAID-DATE NOT = ZEROES
                   AND DATE-YYYY = FUNDS-CHECK-YEAR
               MOVE VOUCHER-NUMBER TO FUNDS-NUMBER
               MOVE VOUCHER-VENDOR TO FUNDS-VENDOR
               MOVE VOUCHER-AMOUNT TO FUNDS-AMOUNT
               PERFORM FUNDS-DISTRIBUTE-ONE-VOUCHER.
           PERFORM FUNDS-READ-NEXT-VOUCHER.

       FUNDS-TALLY-ONE-HISTORY.
           MOVE VOUCHER-HIST-PAID-DATE TO DATE-YYYYMMDD.
           IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                   AND DATE-YYYY = FUNDS-CHECK-YEAR
               MOVE VOUCHER-HIST-NUMBER TO FUNDS-NUMBER
               MOVE VOUCHER-HIST-VENDOR TO FUNDS-VENDOR
               MOVE VOUCHER-HIST-AMOUNT TO FUNDS-AMOUNT
               PERFORM FUNDS-DISTRIBUTE-ONE-VOUCHER.
           PERFORM FUNDS-READ-NEXT-HISTORY.

       FUNDS-DISTRIBUTE-ONE-VOUCHER.
           MOVE ZEROES TO FUNDS-LINES-USED.
           MOVE FUNDS-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE ZEROES TO VOUCHER-DETAIL-LINE.
           MOVE "N" TO FUNDS-DETAIL-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO FUNDS-DETAIL-AT-END.
           IF FUNDS-DETAIL-AT-END NOT = "Y"
               PERFORM FUNDS-READ-NEXT-DETAIL.
           PERFORM FUNDS-DISTRIBUTE-ONE-LINE
               UNTIL FUNDS-DETAIL-AT-END = "Y".
           IF FUNDS-LINES-USED = ZEROES
               PERFORM FUNDS-DISTRIBUTE-TO-DEFAULT.

       FUNDS-DISTRIBUTE-ONE-LINE.
           MOVE VOUCHER-DETAIL-GL-ACCT TO FUNDS-POSTING-ACCOUNT.
           IF FUNDS-POSTING-ACCOUNT = SPACE
               MOVE FUNDS-SUSPENSE-ACCOUNT TO FUNDS-POSTING-ACCOUNT.
           IF FUNDS-POSTING-ACCOUNT = FUNDS-CHECK-ACCOUNT
               ADD VOUCHER-DETAIL-AMOUNT TO FUNDS-ACTUAL.
           ADD 1 TO FUNDS-LINES-USED.
           PERFORM FUNDS-READ-NEXT-DETAIL.

       FUNDS-DISTRIBUTE-TO-DEFAULT.
           MOVE FUNDS-SUSPENSE-ACCOUNT TO FUNDS-POSTING-ACCOUNT.
           MOVE FUNDS-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO FUNDS-VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO FUNDS-VENDOR-FOUND.
           IF FUNDS-VENDOR-FOUND = "Y"
                   AND VENDOR-EXPENSE-ACCT NOT = SPACE
               MOVE VENDOR-EXPENSE-ACCT TO FUNDS-POSTING-ACCOUNT.
           IF FUNDS-POSTING-ACCOUNT = FUNDS-CHECK-ACCOUNT
               ADD FUNDS-AMOUNT TO FUNDS-ACTUAL.

      *--------------------------------
      * The open balance of every other
      * open PO bought against the same
      * account in the same year.
      *--------------------------------
       FUNDS-TALLY-THE-ENCUMBRANCE.
           MOVE PO-RECORD TO FUNDS-SAVE-PO-RECORD.
           MOVE LOW-VALUES TO PO-NUMBER.
           MOVE "N" TO FUNDS-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO FUNDS-FILE-AT-END.
           IF FUNDS-FILE-AT-END NOT = "Y"
               PERFORM FUNDS-READ-NEXT-PO.
           PERFORM FUNDS-TALLY-ONE-PO
               UNTIL FUNDS-FILE-AT-END = "Y".
           MOVE FUNDS-SAVE-PO-RECORD TO PO-RECORD.

       FUNDS-TALLY-ONE-PO.
           IF PO-IS-OPEN
                   AND PO-NUMBER NOT = FUNDS-CHECK-PO
                   AND PO-GL-ACCOUNT = FUNDS-CHECK-ACCOUNT
                   AND PO-BUDGET-YEAR = FUNDS-CHECK-YEAR
                   AND PO-AMOUNT > PO-INVOICED
               COMPUTE FUNDS-ENCUMBERED =
                   FUNDS-ENCUMBERED + PO-AMOUNT - PO-INVOICED.
           PERFORM FUNDS-READ-NEXT-PO.

       FUNDS-READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FUNDS-FILE-AT-END.

       FUNDS-READ-NEXT-HISTORY.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FUNDS-FILE-AT-END.

       FUNDS-READ-NEXT-DETAIL.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FUNDS-DETAIL-AT-END.
           IF FUNDS-DETAIL-AT-END NOT = "Y"
               IF VOUCHER-DETAIL-NUMBER NOT = FUNDS-NUMBER
                   MOVE "Y" TO FUNDS-DETAIL-AT-END.

       FUNDS-READ-NEXT-PO.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FUNDS-FILE-AT-END.

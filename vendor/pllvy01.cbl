      *-----------------------------------
      * procedures copy file for taking
      * levies and garnishments off a
      * vendor payment. Needs the
      * LEVY-ORDER-FILE and the
      * LEVY-DEDUCTION-FILE open I-O.
      *
      * USAGE:
      *  MOVE the vendor TO LVY-PAYEE,
      *      the payment date TO
      *      LVY-PAY-DATE and the vendor's
      *      net payment TO LVY-PAYMENT.
      *  PERFORM FIGURE-THE-LEVIES.
      * LVY-COUNT orders (up to 10) come
      * back in LVY-TABLE with the amount
      * each takes; LVY-TOTAL is all of
      * it and LVY-LEFT what still goes
      * to the vendor. Nothing is written
      * - a trial run can call it too.
      *
      * Once the vendor's payment and
      * the authority's are written:
      *  MOVE the vendor's check key TO
      *      LVY-CHECK-ACCOUNT and
      *      LVY-CHECK-NUMBER, the entry
      *      TO LVY-SUB and the
      *      authority's check number TO
      *      LVY-REMIT-NUMBER (same
      *      account).
      *  PERFORM POST-ONE-LEVY.
      * The order's paid-to-date moves
      * and the deduction is recorded.
      *-----------------------------------
       FIGURE-THE-LEVIES.
           MOVE ZEROES TO LVY-COUNT LVY-TOTAL.
           MOVE LVY-PAYMENT TO LVY-LEFT.
           IF LVY-PAYEE NOT = ZEROES
                   AND LVY-PAYMENT > ZEROES
               PERFORM SCAN-THE-LEVY-ORDERS.

       SCAN-THE-LEVY-ORDERS.
           MOVE LVY-PAYEE TO LEVY-VENDOR.
           MOVE ZEROES TO LEVY-SEQ.
           MOVE "N" TO LVY-ORDER-AT-END.
           START LEVY-ORDER-FILE
               KEY NOT < LEVY-KEY
               INVALID KEY
               MOVE "Y" TO LVY-ORDER-AT-END.
           IF LVY-ORDER-AT-END NOT = "Y"
               PERFORM READ-NEXT-PAYEE-LEVY.
           PERFORM FIGURE-ONE-LEVY
               UNTIL LVY-ORDER-AT-END = "Y"
                   OR LVY-LEFT NOT > ZEROES
                   OR LVY-COUNT = 10.

      *--------------------------------
      * In force: served on or before
      * the payment date, not yet
      * released by then, and not yet
      * paid in full.
      *--------------------------------
       FIGURE-ONE-LEVY.
           IF LEVY-RECEIVED-DATE NOT > LVY-PAY-DATE
                   AND (LEVY-RELEASE-DATE = ZEROES
                     OR LEVY-RELEASE-DATE > LVY-PAY-DATE)
                   AND LEVY-PAID-TO-DATE < LEVY-TOTAL-DUE
               PERFORM TAKE-ONE-LEVY.
           PERFORM READ-NEXT-PAYEE-LEVY.

      *--------------------------------
      * The percent is of the whole
      * payment, not of what earlier
      * orders left - each order is
      * served on the same payment -
      * but no order takes more than is
      * left of it or more than is
      * still owed.
      *--------------------------------
       TAKE-ONE-LEVY.
           COMPUTE LVY-OWED = LEVY-TOTAL-DUE - LEVY-PAID-TO-DATE.
           IF LEVY-PERCENT NOT = ZEROES
               COMPUTE LVY-THIS-AMOUNT ROUNDED =
                   LVY-PAYMENT * LEVY-PERCENT / 100
           ELSE
               MOVE LEVY-PER-PAYMENT TO LVY-THIS-AMOUNT.
           IF LVY-THIS-AMOUNT > LVY-OWED
               MOVE LVY-OWED TO LVY-THIS-AMOUNT.
           IF LVY-THIS-AMOUNT > LVY-LEFT
               MOVE LVY-LEFT TO LVY-THIS-AMOUNT.
           IF LVY-THIS-AMOUNT > ZEROES
               ADD 1 TO LVY-COUNT
               MOVE LEVY-SEQ TO LVY-ENTRY-SEQ (LVY-COUNT)
               MOVE LEVY-AUTHORITY
                   TO LVY-ENTRY-AUTHORITY (LVY-COUNT)
               MOVE LEVY-TYPE TO LVY-ENTRY-TYPE (LVY-COUNT)
               MOVE LEVY-REFERENCE
                   TO LVY-ENTRY-REFERENCE (LVY-COUNT)
               MOVE LVY-THIS-AMOUNT
                   TO LVY-ENTRY-AMOUNT (LVY-COUNT)
               COMPUTE LVY-ENTRY-BALANCE (LVY-COUNT) =
                   LVY-OWED - LVY-THIS-AMOUNT
               ADD LVY-THIS-AMOUNT TO LVY-TOTAL
               SUBTRACT LVY-THIS-AMOUNT FROM LVY-LEFT.

       READ-NEXT-PAYEE-LEVY.
           READ LEVY-ORDER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LVY-ORDER-AT-END.
           IF LVY-ORDER-AT-END NOT = "Y"
               IF LEVY-VENDOR NOT = LVY-PAYEE
                   MOVE "Y" TO LVY-ORDER-AT-END.

       POST-ONE-LEVY.
           MOVE LVY-PAYEE TO LEVY-VENDOR.
           MOVE LVY-ENTRY-SEQ (LVY-SUB) TO LEVY-SEQ.
           PERFORM READ-LEVY-ORDER.
           IF LVY-ORDER-FOUND = "Y"
               ADD LVY-ENTRY-AMOUNT (LVY-SUB) TO LEVY-PAID-TO-DATE
               MOVE LVY-PAY-DATE TO LEVY-LAST-PAID-DATE
               PERFORM REWRITE-LEVY-ORDER.
           MOVE LVY-CHECK-ACCOUNT TO LVYDED-ACCOUNT.
           MOVE LVY-CHECK-NUMBER TO LVYDED-CHECK.
           MOVE LVY-PAYEE TO LVYDED-VENDOR.
           MOVE LVY-ENTRY-SEQ (LVY-SUB) TO LVYDED-SEQ.
           MOVE LVY-CHECK-ACCOUNT TO LVYDED-REMIT-ACCOUNT.
           MOVE LVY-REMIT-NUMBER TO LVYDED-REMIT-CHECK.
           MOVE LVY-ENTRY-AUTHORITY (LVY-SUB) TO LVYDED-AUTHORITY.
           MOVE LVY-ENTRY-TYPE (LVY-SUB) TO LVYDED-TYPE.
           MOVE LVY-ENTRY-REFERENCE (LVY-SUB) TO LVYDED-REFERENCE.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO LVYDED-AMOUNT.
           MOVE LVY-ENTRY-BALANCE (LVY-SUB) TO LVYDED-BALANCE.
           MOVE LVY-PAY-DATE TO LVYDED-DATE.
           WRITE LEVY-DEDUCTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING LEVY DEDUCTION RECORD".

       READ-LEVY-ORDER.
           MOVE "Y" TO LVY-ORDER-FOUND.
           READ LEVY-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO LVY-ORDER-FOUND.

       REWRITE-LEVY-ORDER.
           REWRITE LEVY-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LEVY ORDER RECORD".

      *--------------------------------------------------------
      * PLALC01.CBL
      * Expense allocation template edit and voucher split.
      * The program must COPY slalc01/fdalc01 (OPEN INPUT)
      * and slvchdtl/fdvchdtl (OPEN I-O) and WSALC01. A
      * program that only checks a template code needs the
      * detail file copied but need not OPEN it.
      *
      * USAGE:
      *  MOVE template code TO ALLOC-CHECK-CODE.
      *  PERFORM CHECK-THE-ALLOCATION.
      *      ALLOC-PROBLEM comes back spaces when the template
      *      may be used, otherwise says why not: it is not
      *      on file, is inactive or its lines do not add up
      *      to 100 percent.
      *
      *  MOVE the voucher's number TO ALLOC-CHECK-NUMBER.
      *  MOVE the voucher's amount TO ALLOC-CHECK-AMOUNT.
      *  MOVE the voucher's FOR TO ALLOC-CHECK-FOR.
      *  MOVE project and cost code (spaces for none)
      *      TO ALLOC-CHECK-PROJECT ALLOC-CHECK-COST-CODE.
      *  PERFORM ALLOCATE-THE-VOUCHER.
      *      Checks the template again and, when there is no
      *      ALLOC-PROBLEM, writes one VOUCHER-DETAIL-RECORD
      *      per template line, numbered from 1, and returns
      *      the count in ALLOC-LINES-WRITTEN. The caller
      *      clears any lines already on the voucher first.
      *
      * Each line is the amount times its percent, rounded to
      * the cent. Whatever the rounding leaves over (a cent
      * or two either way) goes onto the line with the
      * largest percent - the first of them on a tie - so
      * the lines always add up to the voucher amount.
      *--------------------------------------------------------

       CHECK-THE-ALLOCATION.
           MOVE SPACE TO ALLOC-PROBLEM.
           MOVE ALLOC-CHECK-CODE TO ALLOC-CODE.
           MOVE "Y" TO ALLOC-RECORD-FOUND.
           READ ALLOCATION-FILE RECORD
               INVALID KEY
               MOVE "N" TO ALLOC-RECORD-FOUND.
           IF ALLOC-RECORD-FOUND = "N"
               MOVE "ALLOCATION TEMPLATE NOT ON FILE"
                   TO ALLOC-PROBLEM
           ELSE
           IF ALLOC-IS-INACTIVE
               MOVE "ALLOCATION TEMPLATE IS INACTIVE"
                   TO ALLOC-PROBLEM
           ELSE
               PERFORM ALLOC-CHECK-THE-PERCENTS.

       ALLOC-CHECK-THE-PERCENTS.
           MOVE ZEROES TO ALLOC-PCT-TOTAL.
           IF ALLOC-LINE-COUNT > ZEROES
                   AND ALLOC-LINE-COUNT NOT > 20
               PERFORM ALLOC-ADD-ONE-PERCENT
                   VARYING ALLOC-SUB FROM 1 BY 1
                   UNTIL ALLOC-SUB > ALLOC-LINE-COUNT.
           IF ALLOC-PCT-TOTAL NOT = 100
               MOVE "TEMPLATE LINES DO NOT TOTAL 100 PERCENT"
                   TO ALLOC-PROBLEM.

       ALLOC-ADD-ONE-PERCENT.
           ADD ALLOC-PCT (ALLOC-SUB) TO ALLOC-PCT-TOTAL.

       ALLOCATE-THE-VOUCHER.
           MOVE ZEROES TO ALLOC-LINES-WRITTEN.
           PERFORM CHECK-THE-ALLOCATION.
           IF ALLOC-PROBLEM = SPACE
               PERFORM ALLOC-SPREAD-THE-AMOUNT
               PERFORM ALLOC-WRITE-ONE-LINE
                   VARYING ALLOC-SUB FROM 1 BY 1
                   UNTIL ALLOC-SUB > ALLOC-LINE-COUNT.

       ALLOC-SPREAD-THE-AMOUNT.
           MOVE ZEROES TO ALLOC-AMOUNT-TOTAL.
           MOVE 1 TO ALLOC-BIG-SUB.
           PERFORM ALLOC-FIGURE-ONE-LINE
               VARYING ALLOC-SUB FROM 1 BY 1
               UNTIL ALLOC-SUB > ALLOC-LINE-COUNT.
           COMPUTE ALLOC-LINE-AMOUNT (ALLOC-BIG-SUB) =
               ALLOC-LINE-AMOUNT (ALLOC-BIG-SUB)
               + ALLOC-CHECK-AMOUNT - ALLOC-AMOUNT-TOTAL.

       ALLOC-FIGURE-ONE-LINE.
           COMPUTE ALLOC-LINE-AMOUNT (ALLOC-SUB) ROUNDED =
               ALLOC-CHECK-AMOUNT * ALLOC-PCT (ALLOC-SUB) / 100.
           ADD ALLOC-LINE-AMOUNT (ALLOC-SUB) TO ALLOC-AMOUNT-TOTAL.
           IF ALLOC-PCT (ALLOC-SUB) > ALLOC-PCT (ALLOC-BIG-SUB)
               MOVE ALLOC-SUB TO ALLOC-BIG-SUB.

       ALLOC-WRITE-ONE-LINE.
           MOVE ALLOC-CHECK-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE ALLOC-SUB TO VOUCHER-DETAIL-LINE.
           MOVE ALLOC-CHECK-FOR TO VOUCHER-DETAIL-FOR.
           MOVE ALLOC-LINE-AMOUNT (ALLOC-SUB)
               TO VOUCHER-DETAIL-AMOUNT.
           MOVE ALLOC-GL-ACCT (ALLOC-SUB) TO VOUCHER-DETAIL-GL-ACCT.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE ALLOC-CHECK-PROJECT TO VOUCHER-DETAIL-PROJECT.
           MOVE ALLOC-CHECK-COST-CODE TO VOUCHER-DETAIL-COST-CODE.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPENSE LINE".
           ADD 1 TO ALLOC-LINES-WRITTEN.

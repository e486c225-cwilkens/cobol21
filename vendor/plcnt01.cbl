      *--------------------------------------------------------
      * PLCNT01.CBL
      * Vendor contract routines. The program must COPY
      * slcnt01/fdcnt01 (and OPEN the CONTRACT-FILE) and
      * WSCNT01.
      *
      * USAGE:
      *  MOVE contract number TO CNT-NUMBER.
      *  MOVE vendor TO CONTRACT-CHECK-VENDOR.
      *  MOVE invoice date(YYYYMMDD) TO CONTRACT-CHECK-DATE.
      *  MOVE amount TO CONTRACT-CHECK-AMOUNT.
      *  PERFORM CHECK-THE-CONTRACT.
      *      CONTRACT-IS-USABLE comes back "N" when the
      *      contract is not on file, is not active, or
      *      belongs to another vendor - nothing may be
      *      billed to it.
      *      CONTRACT-DATE-IS-OK comes back "N" when the
      *      invoice date falls outside the contract's start
      *      and end dates.
      *      CONTRACT-OVER-AMOUNT is how far the amount
      *      takes the contract past its ceiling (zero or
      *      less means it fits).
      *      CONTRACT-PROBLEM describes the first of these
      *      that failed, spaces when none did. The contract
      *      record is left in CONTRACT-RECORD when
      *      CONTRACT-RECORD-FOUND is "Y".
      *
      * The caller decides what each failure means - an
      * interactive program may warn or take an override
      * where a batch edit rejects.
      *--------------------------------------------------------

       CHECK-THE-CONTRACT.
           MOVE "Y" TO CONTRACT-IS-USABLE.
           MOVE "Y" TO CONTRACT-DATE-IS-OK.
           MOVE ZEROES TO CONTRACT-OVER-AMOUNT.
           MOVE SPACE TO CONTRACT-PROBLEM.
           PERFORM READ-CONTRACT-RECORD.
           IF CONTRACT-RECORD-FOUND = "N"
               MOVE "N" TO CONTRACT-IS-USABLE
               MOVE "CONTRACT NOT ON FILE" TO CONTRACT-PROBLEM
           ELSE
           IF CNT-IS-CLOSED
               MOVE "N" TO CONTRACT-IS-USABLE
               MOVE "CONTRACT IS CLOSED" TO CONTRACT-PROBLEM
           ELSE
           IF CNT-IS-SUSPENDED
               MOVE "N" TO CONTRACT-IS-USABLE
               MOVE "CONTRACT IS SUSPENDED" TO CONTRACT-PROBLEM
           ELSE
           IF CNT-VENDOR NOT = CONTRACT-CHECK-VENDOR
               MOVE "N" TO CONTRACT-IS-USABLE
               MOVE "CONTRACT BELONGS TO A DIFFERENT VENDOR"
                   TO CONTRACT-PROBLEM.
           IF CONTRACT-IS-USABLE = "Y"
               PERFORM CHECK-THE-CONTRACT-LIMITS.

       CHECK-THE-CONTRACT-LIMITS.
           IF CONTRACT-CHECK-DATE < CNT-START-DATE
                   OR CONTRACT-CHECK-DATE > CNT-END-DATE
               MOVE "N" TO CONTRACT-DATE-IS-OK
               MOVE "INVOICE DATED OUTSIDE THE CONTRACT"
                   TO CONTRACT-PROBLEM.
           COMPUTE CONTRACT-OVER-AMOUNT =
               CNT-INVOICED + CONTRACT-CHECK-AMOUNT - CNT-CEILING.
           IF CONTRACT-OVER-AMOUNT > ZEROES
                   AND CONTRACT-PROBLEM = SPACE
               MOVE "INVOICE TAKES CONTRACT PAST ITS CEILING"
                   TO CONTRACT-PROBLEM.

       READ-CONTRACT-RECORD.
           MOVE "Y" TO CONTRACT-RECORD-FOUND.
           READ CONTRACT-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTRACT-RECORD-FOUND.

       REWRITE-CONTRACT-RECORD.
           REWRITE CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTRACT RECORD".

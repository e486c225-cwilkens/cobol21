           COPY "fdvnd04.cbl".

      *--------------------------------------------
      * PRESORT-FILE carries every unpaid voucher
      * with its due-date week number computed, so
      * SORT-DATA-FILE can key on week number ahead
      * of vendor instead of on the raw due date -
      * two due dates in the same week would
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Pass 1 - copy every unpaid
      * voucher to PRESORT-FILE with its
      * due-date week number filled in,
      * since a week-then-vendor sort
      * needs the week number computed
      * before the sort, not after it.
      *--------------------------------
       BUILD-PRESORT-FILE.
           OPEN INPUT VOUCHER-FILE.
                   VOUCHER-AMOUNT * VOUCHER-DISC-PERCENT / 100.

      *--------------------------------
      * Only unpaid vouchers are
      * reported, so the read STARTs on
      * the open voucher key and stops
      * at the first paid voucher.
      *--------------------------------
       READ-FIRST-VOUCHER-RECORD.
           MOVE "O" TO VOUCHER-OPEN-STATUS.
           MOVE ZEROES TO VOUCHER-OPEN-DUE VOUCHER-OPEN-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-OPEN-KEY
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF NOT VOUCHER-KEY-IS-OPEN
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

      *--------------------------------
      * Pass 2 - sort by due-date week,

      *-----------------------------------
      * procedures copy file for showing
      * the scanned invoice images on
      * file for a voucher.
      *
      * To show them:
      *  MOVE voucher TO
      *      VIMG-SHOW-VOUCHER.
      *  PERFORM SHOW-VOUCHER-IMAGES.
      * VIMG-SHOW-COUNT comes back with
      * the number of documents shown.
      *-----------------------------------
       SHOW-VOUCHER-IMAGES.
           MOVE ZEROES TO VIMG-SHOW-COUNT.
           MOVE VIMG-SHOW-VOUCHER TO VIMG-VOUCHER.
           MOVE LOW-VALUES TO VIMG-DOC-ID.
           MOVE "N" TO VIMG-FILE-AT-END.
           START VOUCHER-IMAGE-FILE
               KEY NOT < VIMG-KEY
               INVALID KEY
               MOVE "Y" TO VIMG-FILE-AT-END.
           IF VIMG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER-IMAGE.
           PERFORM SHOW-ONE-VOUCHER-IMAGE
               UNTIL VIMG-FILE-AT-END = "Y".
           IF VIMG-SHOW-COUNT = ZEROES
               DISPLAY "   NO SCANNED INVOICE IMAGE ON FILE".

       SHOW-ONE-VOUCHER-IMAGE.
           DISPLAY "   IMAGE " VIMG-DOC-ID " " VIMG-PAGES
                   " PAGE(S) SCANNED " VIMG-SCAN-DATE.
           ADD 1 TO VIMG-SHOW-COUNT.
           PERFORM READ-NEXT-VOUCHER-IMAGE.

       READ-NEXT-VOUCHER-IMAGE.
           MOVE "N" TO VIMG-FILE-AT-END.
           READ VOUCHER-IMAGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VIMG-FILE-AT-END.
           IF VIMG-FILE-AT-END NOT = "Y"
               AND VIMG-VOUCHER NOT = VIMG-SHOW-VOUCHER
               MOVE "Y" TO VIMG-FILE-AT-END.

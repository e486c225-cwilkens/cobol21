      * CHECK-RECORD (amount, issue date,
      * cleared, voided, escheated, paid
      * by ACH), every voucher carrying
      * that check number with its invoice,
      * the amount the check paid it and
      * its scanned invoice images,
      * and the vendor's name with the
      * remit-to address when one is used.
      *------------------------------------

           COPY "slvcn01.cbl".

           COPY "slimg01.cbl".

           COPY "slvnd02.cbl".

       DATA DIVISION.

           COPY "fdvcn01.cbl".

           COPY "fdimg01.cbl".

           COPY "fdvnd04.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsvcn01.cbl".

           COPY "wsimg01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-NOTE-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
               DISPLAY "PAID BY WIRE: YES"
               DISPLAY "WIRE REFERENCE: " CHECK-WIRE-REFERENCE
               DISPLAY "WIRE FEE: " CHECK-WIRE-FEE.
           IF CHECK-IS-DEBIT
               DISPLAY "PAID BY VENDOR DEBIT: YES"
               DISPLAY "BANK TRACE NUMBER: " CHECK-WIRE-REFERENCE.
           IF CHECK-IS-CARD
               DISPLAY "PAID BY VIRTUAL CARD: YES"
               PERFORM DISPLAY-THE-CARD-STATUS.
           IF CHECK-REISSUED-TO NOT = ZEROES
               DISPLAY "REISSUED AS CHECK " CHECK-REISSUED-TO.
           IF CHECK-REISSUED-FROM NOT = ZEROES
               DISPLAY "REISSUE OF CHECK " CHECK-REISSUED-FROM.

      *--------------------------------
      * Where the card payment stands
      * with the issuer; once settled
      * the issuer's reference is kept
      * in CHECK-WIRE-REFERENCE.
      *--------------------------------
       DISPLAY-THE-CARD-STATUS.
           IF CHECK-CARD-NOT-SENT
               DISPLAY "CARD STATUS: NOT YET SENT TO THE ISSUER"
           ELSE
           IF CHECK-CARD-REQUESTED
               DISPLAY "CARD STATUS: REQUESTED FROM THE ISSUER"
           ELSE
           IF CHECK-CARD-SETTLED
               DISPLAY "CARD STATUS: SETTLED"
               DISPLAY "ISSUER REFERENCE: " CHECK-WIRE-REFERENCE
           ELSE
           IF CHECK-CARD-DECLINED
               DISPLAY "CARD STATUS: DECLINED - REISSUED AS A CHECK".

      *--------------------------------
      * The voucher(s) this check paid.
      * VOUCHER-FILE has no key on
                   PAID-AMOUNT-FIELD.
           MOVE VOUCHER-NUMBER TO VNOTE-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-NOTES.
           MOVE VOUCHER-NUMBER TO VIMG-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-IMAGES.
           ADD 1 TO VOUCHER-LINE-COUNT.

      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plvcn01.cbl".

           COPY "plimg01.cbl".

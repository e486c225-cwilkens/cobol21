      * here too: the voucher number comes
      * off the control file, discount
      * terms default from the vendor, the
      * approval and key-verify limits are
      * applied, the entry is stamped with
      * the operator and date, and the
      * PO's invoiced total moves. Invoices that need
      * expense-line splits are the slow
      * kind - key those in VCHMNT01, and
      * so are invoices against a PO
      * written under a vendor contract,
      * which VCHMNT01 holds to the
      * contract's dates and ceiling.
      *
      * Nothing is written while a batch
      * window is open (PLSYS01) - the
      * confirm is refused with when the
      * window opened.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           COPY "slfpr01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdfpr01.cbl".

       WORKING-STORAGE SECTION.

       77  VOUCHER-RECORD-FOUND      PIC X.

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

           COPY "wsfpr01.cbl".

       SCREEN SECTION.
       01  ENTRY-SCREEN.
           05  BLANK SCREEN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN I-O VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O PO-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE PO-FILE.
           CLOSE FISCAL-PERIOD-FILE.

       MAIN-PROCESS.
           MOVE "Y" TO KEEP-GOING.
               MOVE "N" TO SCREEN-IS-CLEAN
           ELSE
               MOVE DATE-YYYYMMDD TO EDIT-DATE-YYYYMMDD
               PERFORM EDIT-THE-FISCAL-PERIOD.
           IF SCREEN-IS-CLEAN = "Y"
               PERFORM EDIT-THE-DUE-DATE.

      *--------------------------------
      * The invoice date books the
      * voucher - a closed period is
      * refused, and so is a soft-
      * closed one below level 9.
      *--------------------------------
       EDIT-THE-FISCAL-PERIOD.
           MOVE EDIT-DATE-YYYYMMDD TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           IF FISCAL-DATE-IS-OPEN = "N"
               MOVE "THE INVOICE DATE IS IN A CLOSED FISCAL PERIOD"
                   TO SCR-MESSAGE
               MOVE "N" TO SCREEN-IS-CLEAN.

       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

       EDIT-THE-DUE-DATE.
           MOVE SCR-DUE-MDY TO DATE-MMDDYYYY.
           PERFORM CONVERT-TO-YYYYMMDD.
               MOVE "THAT PO BELONGS TO A DIFFERENT VENDOR"
                   TO SCR-MESSAGE
               MOVE "N" TO PO-IS-GOOD.
           IF PO-IS-GOOD = "Y" AND PO-CONTRACT NOT = SPACE
               MOVE "PO IS UNDER CONTRACT - KEY IT IN VCHMNT01"
                   TO SCR-MESSAGE
               MOVE "N" TO PO-IS-GOOD.
           IF PO-IS-GOOD = "Y"
               PERFORM CHECK-PO-AUTHORIZATION.

       CONFIRM-AND-WRITE.
           PERFORM GET-OK-TO-WRITE.
           IF OK-TO-WRITE = "Y"
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "N"
                   PERFORM BUILD-AND-WRITE-VOUCHER.

       GET-OK-TO-WRITE.
           PERFORM ACCEPT-OK-TO-WRITE.
           MOVE SPACE TO VOUCHER-CURRENCY.
           MOVE ZEROES TO VOUCHER-FOREIGN-AMOUNT.
           MOVE 5 TO VOUCHER-PRIORITY.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE "I" TO VOUCHER-TYPE.
           MOVE "K" TO VOUCHER-SOURCE.
           ACCEPT VOUCHER-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-ENTERED-BY.
           PERFORM SET-THE-DISCOUNT-DEFAULT.
           PERFORM SET-THE-APPR-STATUS.
           PERFORM SET-THE-VERIFY-STATUS.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM ADD-VOUCHER-TO-PO.
           DISPLAY "VOUCHER " VOUCHER-NUMBER " WRITTEN.".

       SET-THE-APPR-STATUS.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF CONTROL-APPROVAL-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT > CONTROL-APPROVAL-LIMIT
               MOVE "P" TO VOUCHER-APPR-STATUS
           ELSE
               MOVE "N" TO VOUCHER-APPR-STATUS.

      *--------------------------------
      * At or over the key-verify limit
      * the voucher waits for a second
      * operator to re-key it blind in
      * VCHVFY01 before it can be paid.
      *--------------------------------
       SET-THE-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           IF CONTROL-VERIFY-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT NOT < CONTROL-VERIFY-LIMIT
               MOVE "U" TO VOUCHER-VERIFY-STATUS
               DISPLAY "UNVERIFIED - TO BE RE-KEYED BY A SECOND"
               DISPLAY "OPERATOR IN VCHVFY01 BEFORE PAYMENT"
           ELSE
               MOVE SPACE TO VOUCHER-VERIFY-STATUS.

       RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-VOUCHER.
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

           COPY "plfpr01.cbl".

           COPY "plvop01.cbl".

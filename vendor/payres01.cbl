      *    live VOUCHER-FILE, the
      *    VOUCHER-HISTORY-FILE, or the
      *    deleted-voucher audit - along
      *    with the check that paid it
      *    and its scanned invoice images.
      *
      * 2. The bank statement shows a bare
      *    AMOUNT: key the amount, a

           COPY "slchk01.cbl".

           COPY "slckd01.cbl".

           COPY "slchkh01.cbl".

           COPY "slvnd02.cbl".

           COPY "slvcn01.cbl".

           COPY "slimg01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdchk01.cbl".

           COPY "fdckd01.cbl".

           COPY "fdchkh01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvcn01.cbl".

           COPY "fdimg01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.

           COPY "wsdate01.cbl".

           COPY "wsckd01.cbl".

           COPY "wsvcn01.cbl".

           COPY "wsimg01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VOUCHER-NOTE-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           PERFORM GET-SIGNED-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VOUCHER-IMAGE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
               PERFORM FIND-BY-AMOUNT
           ELSE
           IF MENU-PICK = 3
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "N"
                   PERFORM ADD-A-NOTE.
           PERFORM GET-MENU-PICK.

      *--------------------------------
           DISPLAY "ON THE LIVE FILE AS VOUCHER " VOUCHER-NUMBER.
           MOVE VOUCHER-NUMBER TO VNOTE-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-NOTES.
           MOVE VOUCHER-NUMBER TO VIMG-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-IMAGES.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "  FOR " VOUCHER-FOR "  " AMOUNT-FIELD.
           IF VOUCHER-PAID-DATE = ZEROES
               DISPLAY "  THE CHECK WAS ESCHEATED".
           IF CHECK-IS-ACH-PAID
               DISPLAY "  PAID BY DIRECT DEPOSIT".
           IF CHECK-IS-CARD
               DISPLAY "  PAID BY VIRTUAL CARD".
           IF CHECK-CLEARED = "Y"
               DISPLAY "  THE CHECK HAS CLEARED THE BANK"
           ELSE
           DISPLAY "ARCHIVED AS VOUCHER " VOUCHER-HIST-NUMBER.
           MOVE VOUCHER-HIST-NUMBER TO VNOTE-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-NOTES.
           MOVE VOUCHER-HIST-NUMBER TO VIMG-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-IMAGES.
           MOVE VOUCHER-HIST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "  FOR " VOUCHER-HIST-FOR "  " AMOUNT-FIELD.
           MOVE VOUCHER-HIST-PAID-DATE TO DATE-YYYYMMDD.
               AT END
               MOVE "Y" TO DELETED-FILE-AT-END.

      *--------------------------------
      * Only the checks issued in the
      * date range are read - off the
      * issue date key, sorted back into
      * CHECK-KEY order (PLCKD01).
      *--------------------------------
       READ-FIRST-CHECK-RECORD.
           MOVE FROM-DATE TO CKD-FROM-DATE.
           MOVE THRU-DATE TO CKD-THRU-DATE.
           PERFORM OPEN-CHECKS-IN-RANGE.
           PERFORM READ-NEXT-CHECK-RECORD.

       READ-NEXT-CHECK-RECORD.
           PERFORM READ-NEXT-CHECK-IN-RANGE.
           MOVE CKD-WORK-AT-END TO CHECK-FILE-AT-END.

       READ-FIRST-LIVE-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           COPY "plsess01.cbl".

           COPY "plvcn01.cbl".

           COPY "plimg01.cbl".

           COPY "plckd01.cbl".

           COPY "plsys01.cbl".

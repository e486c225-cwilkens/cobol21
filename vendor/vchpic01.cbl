
           COPY "slpo01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdpo01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  VOUCHER-RECORD-FOUND        PIC X.
       77  RECEIPT-FILE-AT-END         PIC X.
       77  RECEIPTS-TOTAL              PIC S9(9)V99.
       77  MATCH-IS-GOOD               PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  VENDOR-IS-APPROVED          PIC X.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM OPENING-PROCEDURE
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.
           OPEN INPUT COMPLIANCE-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT VENDOR-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE COMPLIANCE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PO-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM GET-EXISTING-VOUCHER.
       APPLY-PICK-CHOICE.
           IF PICK-CHOICE = "P"
               PERFORM CHECK-VENDOR-COMPLIANCE
               PERFORM CHECK-VENDOR-APPROVAL
               PERFORM CHECK-THREE-WAY-MATCH
               IF VOUCHER-IS-HELD
                   DISPLAY "THIS VOUCHER IS ON DISPUTE HOLD ("
                   DISPLAY "THIS VOUCHER NEEDS SUPERVISOR APPROVAL"
                   DISPLAY "IN VCHAPR01 BEFORE IT CAN BE SELECTED"
               ELSE
               IF VOUCHER-NEEDS-VERIFY
                   DISPLAY "THIS VOUCHER IS UNVERIFIED - IT MUST BE"
                   DISPLAY "RE-KEYED IN VCHVFY01 BEFORE SELECTION"
               ELSE
               IF VENDOR-IS-APPROVED = "N"
                   DISPLAY "THIS VENDOR IS PENDING ONBOARDING"
                   DISPLAY "APPROVAL - IT MUST BE APPROVED IN"
                   DISPLAY "VNDONB01 BEFORE PAYMENT"
               ELSE
               IF COMPLIANCE-IS-GOOD = "N"
                   DISPLAY "THIS VENDOR HAS A LAPSED REQUIRED"
                   DISPLAY "CERTIFICATE - A CURRENT ONE MUST BE ON"
               AND CERT-VENDOR NOT = VOUCHER-VENDOR
               MOVE "Y" TO CERT-FILE-AT-END.

      *--------------------------------
      * A vendor still pending its
      * onboarding approval (VNDONB01)
      * may not be picked for payment.
      * A one-time payee (vendor zero)
      * has no vendor record to check.
      *--------------------------------
       CHECK-VENDOR-APPROVAL.
           MOVE "Y" TO VENDOR-IS-APPROVED.
           IF VOUCHER-VENDOR NOT = ZEROES
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-IS-PENDING
                   MOVE "N" TO VENDOR-IS-APPROVED.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * The three-way match: a voucher
      * billed against a PO may not be
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

      * FOR and AMOUNT every time, prompting
      * only for the invoice number, invoice
      * date and due date.
      *
      * A template that names an expense
      * allocation template has its
      * generated voucher split into
      * detail lines by it each period.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvouch.cbl".

           COPY "slvchdtl.cbl".

           COPY "slalc01.cbl".

           COPY "slcontrl.cbl".

           COPY "slsess01.cbl".

           COPY "sljrn01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdvouch.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdalc01.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.

           COPY "wssess01.cbl".

           COPY "wsalc01.cbl".

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
           OPEN I-O RECURRING-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN INPUT ALLOCATION-FILE.
           OPEN I-O CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE RECURRING-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE ALLOCATION-FILE.
           CLOSE CONTROL-FILE.

       MAIN-PROCESS.
           PERFORM ENTER-RECURRING-FOR.
           PERFORM ENTER-RECURRING-AMOUNT.
           PERFORM ENTER-RECURRING-DEDUCTIBLE.
           PERFORM ENTER-RECURRING-ALLOC-CODE.

      *--------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 6.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-RECURRING-AMOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-RECURRING-DEDUCTIBLE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-RECURRING-ALLOC-CODE.

           PERFORM REWRITE-RECURRING-RECORD.

           PERFORM SET-RECURRING-AMOUNT-PARENS.
           DISPLAY "AMOUNT: " RECURRING-AMOUNT-PAREN
                   RECURRING-AMOUNT-FIELD.
           IF RECURRING-ALLOC-CODE NOT = SPACE
               DISPLAY "SPLIT BY ALLOCATION: " RECURRING-ALLOC-CODE.

       GET-GENERATE-THIS-ONE.
           PERFORM ACCEPT-GENERATE-THIS-ONE.
           PERFORM ENTER-VOUCHER-DUE.
           PERFORM ENTER-VOUCHER-ACCOUNT.
           PERFORM WRITE-VOUCHER-RECORD.
           IF RECURRING-ALLOC-CODE NOT = SPACE
               PERFORM ALLOCATE-GENERATED-VOUCHER.

      *--------------------------------
      * The allocation is checked again
      * as the voucher is built - one
      * made inactive since the template
      * was set up leaves the voucher
      * unsplit, to be split in VCHMNT01.
      *--------------------------------
       ALLOCATE-GENERATED-VOUCHER.
           MOVE RECURRING-ALLOC-CODE TO ALLOC-CHECK-CODE.
           MOVE VOUCHER-NUMBER TO ALLOC-CHECK-NUMBER.
           MOVE VOUCHER-AMOUNT TO ALLOC-CHECK-AMOUNT.
           MOVE VOUCHER-FOR TO ALLOC-CHECK-FOR.
           MOVE SPACE TO ALLOC-CHECK-PROJECT
                         ALLOC-CHECK-COST-CODE.
           PERFORM ALLOCATE-THE-VOUCHER.
           IF ALLOC-PROBLEM NOT = SPACE
               DISPLAY "VOUCHER " VOUCHER-NUMBER " NOT SPLIT - "
                       ALLOC-PROBLEM.

       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-TYPE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF CONTROL-APPROVAL-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT > CONTROL-APPROVAL-LIMIT
               MOVE "P" TO VOUCHER-APPR-STATUS
      *--------------------------------
       INIT-RECURRING-RECORD.
           MOVE SPACE TO RECURRING-FOR
                         RECURRING-DEDUCTIBLE
                         RECURRING-ALLOC-CODE.
           MOVE ZEROES TO RECURRING-NUMBER
                          RECURRING-VENDOR
                          RECURRING-AMOUNT.
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.

      *------------------------------------
      * Routines shared by Add and Change
           DISPLAY "MUST BE YES OR NO".
           PERFORM ACCEPT-RECURRING-DEDUCTIBLE.

      *------------------------------------
      * Spaces when each period's bill is
      * not split; otherwise a usable
      * expense allocation template.
      *------------------------------------
       ENTER-RECURRING-ALLOC-CODE.
           PERFORM ACCEPT-RECURRING-ALLOC-CODE.
           PERFORM RE-ACCEPT-RECURRING-ALLOC-CODE
               UNTIL RECURRING-ALLOC-CODE = SPACE
                   OR ALLOC-PROBLEM = SPACE.

       ACCEPT-RECURRING-ALLOC-CODE.
           DISPLAY "ALLOCATION TEMPLATE (SPACES IF NOT SPLIT)?".
           ACCEPT RECURRING-ALLOC-CODE.
           INSPECT RECURRING-ALLOC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO ALLOC-PROBLEM.
           IF RECURRING-ALLOC-CODE NOT = SPACE
               MOVE RECURRING-ALLOC-CODE TO ALLOC-CHECK-CODE
               PERFORM CHECK-THE-ALLOCATION.

       RE-ACCEPT-RECURRING-ALLOC-CODE.
           DISPLAY ALLOC-PROBLEM.
           PERFORM ACCEPT-RECURRING-ALLOC-CODE.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
           DISPLAY "3. AMOUNT: " RECURRING-AMOUNT-PAREN
                   RECURRING-AMOUNT-FIELD.
           DISPLAY "4. DEDUCTIBLE: " RECURRING-DEDUCTIBLE.
           DISPLAY "5. ALLOCATION: " RECURRING-ALLOC-CODE.
           DISPLAY " ".

      *----------------------------------------
               MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".

           COPY "plsess01.cbl".

           COPY "plalc01.cbl".

      *--------------------------------
      * The before image for the
      * journal is whatever is on disk
               MOVE LOW-VALUES TO CONTROL-RECORD.

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

      * in VCHMNT01 would require - vendor on
      * file and active, invoice and amount
      * present, due date not before invoice
      * date, invoice date not in a closed
      * fiscal period, and a vendor
      * contract named on the line active,
      * the vendor's, covering the invoice
      * date and not billed past its
      * ceiling, and a project named on the
      * line open with a cost code off the
      * list, and an allocation template
      * named on the line on file and
      * active - and STAGES the
      * whole feed as one numbered batch
      * on the staging file. Nothing
      * touches VOUCHER-FILE
      * here: a bad feed (wrong month's
      * file, shifted columns, a duplicated
      * transmission) sits in staging where

           COPY "slstg01.cbl".

           COPY "slfpr01.cbl".

           COPY "slcnt01.cbl".

           COPY "slprj01.cbl".

           COPY "slccd01.cbl".

           COPY "slalc01.cbl".

           COPY "slvchdtl.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "sljrn01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdstg01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdcnt01.cbl".

           COPY "fdprj01.cbl".

           COPY "fdccd01.cbl".

           COPY "fdalc01.cbl".

           COPY "fdvchdtl.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "fdjrn01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  IMPORT-FILE-AT-END        PIC X.
       77  CSV-TAX-WHOLE             PIC 9(8).
       77  CSV-TAX-CENTS             PIC 99.
       77  CSV-USE-TAX               PIC S9(8)V99.
       77  CSV-CONTRACT              PIC X(10).
       77  CSV-PROJECT               PIC X(8).
       77  CSV-COST-CODE             PIC X(6).
       77  CSV-ALLOC-CODE            PIC X(6).

       77  DUP-INVOICE-FOUND         PIC X.
       77  NEAR-MATCH-FOUND          PIC X.

           COPY "wssess01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wscnt01.cbl".

           COPY "wsprj01.cbl".

           COPY "wsalc01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-LINE-NUMBER     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.

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
           MOVE "VCHIMP01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT IMPORT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT HOLIDAY-FILE.
           OPEN INPUT TERMS-FILE.
           OPEN I-O STAGING-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN INPUT CONTRACT-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COST-CODE-FILE.
           OPEN INPUT ALLOCATION-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE HOLIDAY-FILE.
           CLOSE TERMS-FILE.
           CLOSE STAGING-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE PROJECT-FILE.
           CLOSE COST-CODE-FILE.
           CLOSE ALLOCATION-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
               MOVE SPACE TO STG-RESULT.
           ACCEPT STG-STAGED-DATE FROM DATE YYYYMMDD.
           MOVE VOUCHER-RECORD TO STG-VOUCHER-IMAGE.
           MOVE CSV-PROJECT TO STG-PROJECT.
           MOVE CSV-COST-CODE TO STG-COST-CODE.
           MOVE CSV-ALLOC-CODE TO STG-ALLOC-CODE.
           WRITE STAGING-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING STAGING RECORD".
           MOVE SPACE TO CSV-DEDUCTIBLE.
           MOVE SPACE TO CSV-TAXABLE.
           MOVE SPACE TO CSV-TAX-TEXT.
           MOVE SPACE TO CSV-CONTRACT.
           MOVE SPACE TO CSV-PROJECT.
           MOVE SPACE TO CSV-COST-CODE.
           MOVE SPACE TO CSV-ALLOC-CODE.
           UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO CSV-VENDOR
                    CSV-INVOICE
                    CSV-DUE-TEXT
                    CSV-DEDUCTIBLE
                    CSV-TAXABLE
                    CSV-TAX-TEXT
                    CSV-CONTRACT
                    CSV-PROJECT
                    CSV-COST-CODE
                    CSV-ALLOC-CODE.
           INSPECT CSV-ALLOC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT CSV-CONTRACT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT CSV-PROJECT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT CSV-COST-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT CSV-TAXABLE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
                   MOVE "INVOICE DATE IS INVALID" TO RESULT-TEXT
                   MOVE "Y" TO LINE-IS-REJECTED.

      *--------------------------------
      * The invoice date books the
      * voucher, so it may not fall in
      * a closed fiscal period - nor a
      * soft-closed one unless a
      * level-9 supervisor runs the
      * import.
      *--------------------------------
           IF LINE-IS-REJECTED = "N"
               MOVE CSV-INVOICE-DATE TO FISCAL-CHECK-DATE
               PERFORM CHECK-FISCAL-PERIOD
               IF FISCAL-DATE-IS-OPEN = "N"
                   MOVE "INVOICE DATE IS IN A CLOSED PERIOD"
                       TO RESULT-TEXT
                   MOVE "Y" TO LINE-IS-REJECTED.

      *--------------------------------
      * A blank due date is no longer a
      * reject when the vendor carries
                       TO RESULT-TEXT
                   MOVE "Y" TO LINE-IS-REJECTED.

           IF LINE-IS-REJECTED = "N" AND CSV-CONTRACT NOT = SPACE
               PERFORM EDIT-THE-CONTRACT.

           IF LINE-IS-REJECTED = "N"
               PERFORM EDIT-THE-PROJECT.

           IF LINE-IS-REJECTED = "N" AND CSV-ALLOC-CODE NOT = SPACE
               PERFORM EDIT-THE-ALLOCATION.

      *------------------------------------
      * A line billed to a vendor contract
      * must fit it. VCHMNT01 can stop and
      * warn or take a supervisor's
      * override; a batch run cannot, so
      * an invoice dated outside the
      * contract or one that takes it past
      * its ceiling is rejected onto the
      * report to be keyed there. Staged
      * lines are not billed to the
      * contract yet - VCHREL01 checks the
      * ceiling again as each one is
      * released.
      *------------------------------------
       EDIT-THE-CONTRACT.
           MOVE CSV-CONTRACT TO CNT-NUMBER.
           MOVE CSV-VENDOR TO CONTRACT-CHECK-VENDOR.
           MOVE CSV-INVOICE-DATE TO CONTRACT-CHECK-DATE.
           MOVE CSV-AMOUNT TO CONTRACT-CHECK-AMOUNT.
           PERFORM CHECK-THE-CONTRACT.
           IF CONTRACT-PROBLEM NOT = SPACE
               MOVE CONTRACT-PROBLEM TO RESULT-TEXT
               MOVE "Y" TO LINE-IS-REJECTED.

      *------------------------------------
      * A project on the line must be on
      * file and open, with a cost code
      * off the list; a cost code with no
      * project is a shifted column.
      *------------------------------------
       EDIT-THE-PROJECT.
           MOVE CSV-PROJECT TO PROJECT-CHECK-NUMBER.
           MOVE CSV-COST-CODE TO PROJECT-CHECK-COST-CODE.
           PERFORM CHECK-THE-PROJECT.
           IF PROJECT-PROBLEM NOT = SPACE
               MOVE PROJECT-PROBLEM TO RESULT-TEXT
               MOVE "Y" TO LINE-IS-REJECTED.

      *------------------------------------
      * An allocation template on the line
      * must be on file, active and add up
      * to 100 percent.
      *------------------------------------
       EDIT-THE-ALLOCATION.
           MOVE CSV-ALLOC-CODE TO ALLOC-CHECK-CODE.
           PERFORM CHECK-THE-ALLOCATION.
           IF ALLOC-PROBLEM NOT = SPACE
               MOVE ALLOC-PROBLEM TO RESULT-TEXT
               MOVE "Y" TO LINE-IS-REJECTED.

      *------------------------------------
      * The same vendor + invoice already
      * on the live file or in history is
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE CSV-CONTRACT TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-ENTERED-BY.
           MOVE SPACE TO VOUCHER-CHANGED-BY.
           PERFORM APPLY-VENDOR-TERMS.
      *--------------------------------
       SET-VOUCHER-APPR-STATUS.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF CONTROL-APPROVAL-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT > CONTROL-APPROVAL-LIMIT
               MOVE "P" TO VOUCHER-APPR-STATUS
               MOVE "N" TO CONTROL-RECORD-FOUND
               DISPLAY "CONTROL FILE IS INVALID".

      *--------------------------------
      * A level-9 supervisor may still
      * date into a soft-closed period.
      *--------------------------------
       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *--------------------------------
      * Utility routines
      *--------------------------------

           COPY "plsess01.cbl".

           COPY "plfpr01.cbl".

           COPY "plcnt01.cbl".

           COPY "plprj01.cbl".

           COPY "plalc01.cbl".

           COPY "pljrn01.cbl".

           COPY "plsys01.cbl".

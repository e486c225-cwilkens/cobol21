      * to Accounts Payable. The credit side
      * is Cash for the check's own
      * CHECK-ACCOUNT, plus a credit to the
      * backup-withholding liability (or
      * the foreign-person withholding
      * liability, for a W-8 vendor) when
      * the payment was short of the gross,
      * so the debits and credits the GL
      * system receives always balance.
      * its range off the bookmark with
      * no prompting. Every transmission
      * is noted on the export run log.
      *
      * Each line ends in a batch trailer
      * (columns 101-130: program, run
      * date and time, line number) that
      * the GL echoes on its posting
      * acknowledgment - GLACK01 reads
      * that back, and a rejected line
      * is corrected (GLRJM01) and sent
      * again on its own (GLCOR01).
      *
      * Every GL line carries the fiscal
      * period (CCYYPP) its issue date
      * falls in, off the fiscal period
      * calendar (FPRMNT01), so a 4-4-5
      * or non-calendar year posts to the
      * right GL period. A date the
      * calendar does not cover carries
      * its calendar year and month.
      *
      * The recoverable VAT/GST split out
      * of a foreign invoice (VCHMNT01)
      * moves from expense to the tax-
      * receivable account with the
      * payment that closes the voucher.
      *
      * A voucher or detail line on a
      * prepaid schedule (PPDMNT01) is
      * paid to the schedule's prepaid
      * asset account instead of its
      * expense account; PPDAMR01 moves
      * it to expense month by month.
      *
      * A levy or garnishment taken off a
      * vendor's check (FDLVD01) is
      * credited to the levy payable
      * account alongside the short cash,
      * and the check that paid it to the
      * authority - which has no voucher
      * of its own - debits that account
      * instead of Accounts Payable, so
      * the pair clears it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slchk01.cbl".

           COPY "slckd01.cbl".

           COPY "slvouch.cbl".

           COPY "slvchdtl.cbl".

           COPY "slsess01.cbl".

           COPY "slfpr01.cbl".

           COPY "slvtx01.cbl".

           COPY "slppd01.cbl".

           COPY "sllvd01.cbl".

           SELECT GL-FILE
               ASSIGN TO "glexp"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdchk01.cbl".

           COPY "fdckd01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdvtx01.cbl".

           COPY "fdppd01.cbl".

           COPY "fdlvd01.cbl".

       FD  GL-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-RECORD.
           05  GL-REFERENCE             PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GL-CHECK-NUMBER          PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GL-FISCAL-PERIOD         PIC 9(6).
           05  FILLER                   PIC X(16) VALUE SPACE.
           05  GL-SOURCE                PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GL-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GL-RUN-TIME              PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GL-LINE-NUMBER           PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       77  GL-AP-ACCOUNT             PIC X(10) VALUE "2000-AP".
       77  GL-WHT-ACCOUNT            PIC X(15)
                                     VALUE "2100-BACKUPWHT".
       77  GL-NRA-WHT-ACCOUNT        PIC X(15)
                                     VALUE "2110-NRAWHT".
       77  GL-SUSPENSE-ACCOUNT       PIC X(15)
                                     VALUE "9999-SUSPENSE".
       77  GL-USE-TAX-ACCOUNT        PIC X(15)
                                     VALUE "7200-LATEINT".
       77  GL-PREPAY-ACCOUNT         PIC X(15)
                                     VALUE "1400-PREPAYDEP".
       77  GL-VAT-ACCOUNT            PIC X(15)
                                     VALUE "1450-VATRECV".
       77  GL-LEVY-ACCOUNT           PIC X(15)
                                     VALUE "2120-LEVYPAY".
       77  CHECK-LEVY-TOTAL          PIC S9(8)V99.
       77  FX-ABS-AMOUNT             PIC 9(8)V99.
       77  VAT-ABS-AMOUNT            PIC 9(8)V99.
       77  VTX-RECORD-FOUND          PIC X.
       77  PREPAID-RECORD-FOUND      PIC X.
       77  GL-CASH-ACCOUNT           PIC X(15).

       77  VOUCHER-FILE-AT-END       PIC X.
       77  VOUCHERS-ON-CHECK         PIC 9(3).
       77  ACCT-RECORD-FOUND         PIC X.
       77  CHECK-WHT-TOTAL           PIC S9(8)V99.
       77  CHECK-NRA-WHT-TOTAL       PIC S9(8)V99.
       77  CHECK-USE-TAX-TOTAL       PIC S9(8)V99.
       77  EXPENSE-ACCOUNT-USED      PIC X(15).
       77  DETAIL-LINES-USED         PIC 9(3).

           COPY "wsdate01.cbl".

           COPY "wsckd01.cbl".

           COPY "wsexp01.cbl".

           COPY "wslvy01.cbl".

           COPY "wssess01.cbl".

           COPY "wsfpr01.cbl".

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN INPUT VOUCHER-TAX-FILE.
           OPEN INPUT PREPAID-FILE.
           OPEN INPUT LEVY-DEDUCTION-FILE.
           OPEN OUTPUT GL-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE CHECK-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE VOUCHER-TAX-FILE.
           CLOSE PREPAID-FILE.
           CLOSE LEVY-DEDUCTION-FILE.
           CLOSE GL-FILE.
           CLOSE EXPORT-CONTROL-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM ACCEPT-THRU-DATE.

       RUN-THE-EXPORT.
           PERFORM STAMP-THE-EXPORT-RUN.
           PERFORM START-ONE-REPORT.
           PERFORM PROCESS-CHECKS.
           PERFORM END-ONE-REPORT.
           ADD 1 TO POSTED-COUNT.
           PERFORM SET-THE-CASH-ACCOUNT.
           MOVE CHECK-ISSUE-DATE TO GL-POSTING-DATE.
           MOVE CHECK-ISSUE-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO GL-FISCAL-PERIOD.
           MOVE CHECK-REFERENCE TO GL-REFERENCE.
           MOVE CHECK-NUMBER TO GL-CHECK-NUMBER.

           MOVE ZEROES TO VOUCHERS-ON-CHECK CHECK-WHT-TOTAL
                          CHECK-NRA-WHT-TOTAL
                          CHECK-USE-TAX-TOTAL.
           PERFORM POST-THE-DEBIT-SIDE.
           MOVE CHECK-ACCOUNT TO LVY-CHECK-ACCOUNT.
           MOVE CHECK-NUMBER TO LVY-CHECK-NUMBER.
           IF VOUCHERS-ON-CHECK = ZEROES
               PERFORM FIND-LEVY-REMITTANCE
               IF LVY-REMIT-FOUND = "Y"
                   PERFORM POST-LEVY-REMIT-DEBIT
               ELSE
                   PERFORM POST-AP-LUMP-DEBIT.

           MOVE GL-CASH-ACCOUNT TO GL-ACCOUNT.
           MOVE "C" TO GL-DEBIT-CREDIT.
           MOVE CHECK-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           ADD CHECK-AMOUNT TO CREDIT-TOTAL.

           IF CHECK-WHT-TOTAL NOT = ZEROES
               MOVE GL-WHT-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE CHECK-WHT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-WHT-TOTAL TO CREDIT-TOTAL.

           IF CHECK-NRA-WHT-TOTAL NOT = ZEROES
               MOVE GL-NRA-WHT-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE CHECK-NRA-WHT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-NRA-WHT-TOTAL TO CREDIT-TOTAL.

           IF CHECK-USE-TAX-TOTAL NOT = ZEROES
               MOVE GL-USE-TAX-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE CHECK-USE-TAX-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-USE-TAX-TOTAL TO CREDIT-TOTAL.

           PERFORM ADD-CHECK-LEVIES.
           IF CHECK-LEVY-TOTAL NOT = ZEROES
               MOVE GL-LEVY-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE CHECK-LEVY-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-LEVY-TOTAL TO CREDIT-TOTAL.

      *--------------------------------
      * The bank's wire fee is money
      * out of the account over and
               MOVE GL-BANK-FEE-ACCOUNT TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE CHECK-WIRE-FEE TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-WIRE-FEE TO DEBIT-TOTAL
               MOVE GL-CASH-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE CHECK-WIRE-FEE TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD CHECK-WIRE-FEE TO CREDIT-TOTAL.

           PERFORM PRINT-THE-RECORD.
              VOUCHER-ACCOUNT = CHECK-ACCOUNT AND
              VOUCHER-PAID-AMOUNT NOT = ZEROES
               ADD 1 TO VOUCHERS-ON-CHECK
               PERFORM ADD-VOUCHER-WITHHOLDING
               PERFORM POST-ONE-VOUCHER-DEBITS
               PERFORM POST-REALIZED-FX
               PERFORM ACCRUE-VOUCHER-USE-TAX
               PERFORM POST-RECOVERABLE-TAX.
           PERFORM READ-NEXT-VOUCHER.

      *--------------------------------
      * Backup and foreign-person
      * withholding are separate IRS
      * deposits, so each gets its own
      * liability account.
      *--------------------------------
       ADD-VOUCHER-WITHHOLDING.
           IF VOUCHER-WHT-IS-NRA
               ADD VOUCHER-WHT-AMOUNT TO CHECK-NRA-WHT-TOTAL
           ELSE
               ADD VOUCHER-WHT-AMOUNT TO CHECK-WHT-TOTAL.

      *--------------------------------
      * A foreign voucher settled at
      * the payment-date rate carries
               MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE FX-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD FX-ABS-AMOUNT TO DEBIT-TOTAL
               MOVE GL-FX-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE FX-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD FX-ABS-AMOUNT TO CREDIT-TOTAL
           ELSE
               COMPUTE FX-ABS-AMOUNT = ZERO - VOUCHER-FX-GAIN
               MOVE GL-FX-ACCOUNT TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE FX-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD FX-ABS-AMOUNT TO DEBIT-TOTAL
               PERFORM SET-EXPENSE-ACCOUNT-USED
               MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE FX-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD FX-ABS-AMOUNT TO CREDIT-TOTAL.

      *--------------------------------
           MOVE VOUCHER-DETAIL-GL-ACCT TO GL-ACCOUNT.
           IF GL-ACCOUNT = SPACE
               MOVE GL-SUSPENSE-ACCOUNT TO GL-ACCOUNT.
           MOVE VOUCHER-NUMBER TO PPD-VOUCHER.
           MOVE VOUCHER-DETAIL-LINE TO PPD-LINE.
           PERFORM USE-PREPAID-ACCOUNT.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE VOUCHER-DETAIL-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           ADD VOUCHER-DETAIL-AMOUNT TO DEBIT-TOTAL.
           ADD 1 TO DETAIL-LINES-USED.
           PERFORM READ-NEXT-DETAIL-LINE.
               MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE VOUCHER-USE-TAX-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD VOUCHER-USE-TAX-AMOUNT TO DEBIT-TOTAL.

      *--------------------------------
      * Recoverable VAT/GST on a foreign
      * invoice is not expense - it is
      * owed back to us by the foreign
      * tax authority. The payment
      * debited the whole invoice to
      * expense, so once the voucher is
      * paid in full this pair moves
      * the recoverable USD over:
      *   invoice - debit tax receivable,
      *             credit expense
      *   credit  - debit expense, credit
      *             tax receivable
      *--------------------------------
       POST-RECOVERABLE-TAX.
           IF VOUCHER-PAID-DATE NOT = ZEROES
               MOVE VOUCHER-NUMBER TO VTX-VOUCHER
               PERFORM READ-VOUCHER-TAX-RECORD
               IF VTX-RECORD-FOUND = "Y"
                   PERFORM POST-THE-TAX-PAIR.

       POST-THE-TAX-PAIR.
           IF VTX-RECOVER-USD = ZEROES
               NEXT SENTENCE
           ELSE
           IF VTX-RECOVER-USD > ZEROES
               MOVE VTX-RECOVER-USD TO VAT-ABS-AMOUNT
               MOVE GL-VAT-ACCOUNT TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE VAT-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD VAT-ABS-AMOUNT TO DEBIT-TOTAL
               PERFORM SET-EXPENSE-ACCOUNT-USED
               MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE VAT-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD VAT-ABS-AMOUNT TO CREDIT-TOTAL
           ELSE
               COMPUTE VAT-ABS-AMOUNT = ZERO - VTX-RECOVER-USD
               PERFORM SET-EXPENSE-ACCOUNT-USED
               MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT
               MOVE "D" TO GL-DEBIT-CREDIT
               MOVE VAT-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD VAT-ABS-AMOUNT TO DEBIT-TOTAL
               MOVE GL-VAT-ACCOUNT TO GL-ACCOUNT
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE VAT-ABS-AMOUNT TO GL-AMOUNT
               PERFORM WRITE-GL-RECORD
               ADD VAT-ABS-AMOUNT TO CREDIT-TOTAL.

       POST-DEFAULT-EXPENSE.
           PERFORM SET-EXPENSE-ACCOUNT-USED.
           MOVE EXPENSE-ACCOUNT-USED TO GL-ACCOUNT.
           MOVE VOUCHER-NUMBER TO PPD-VOUCHER.
           MOVE ZEROES TO PPD-LINE.
           PERFORM USE-PREPAID-ACCOUNT.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE VOUCHER-LAST-PAID-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           ADD VOUCHER-LAST-PAID-AMOUNT TO DEBIT-TOTAL.

      *--------------------------------
      * A prepaid schedule on the line
      * (line 000 for the whole voucher)
      * sends the payment to the prepaid
      * asset account - PPDAMR01 moves
      * it to expense over the schedule.
      *--------------------------------
       USE-PREPAID-ACCOUNT.
           PERFORM READ-PREPAID-RECORD.
           IF PREPAID-RECORD-FOUND = "Y"
               MOVE PPD-PREPAID-ACCT TO GL-ACCOUNT.

      *--------------------------------
      * A VCHTIM01 interest voucher is
      * late-payment interest expense,
           MOVE GL-AP-ACCOUNT TO GL-ACCOUNT.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE CHECK-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           ADD CHECK-AMOUNT TO DEBIT-TOTAL.

      *--------------------------------
      * The authority's check for a
      * levy clears the levy payable
      * the vendor's check credited.
      *--------------------------------
       POST-LEVY-REMIT-DEBIT.
           MOVE GL-LEVY-ACCOUNT TO GL-ACCOUNT.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE CHECK-AMOUNT TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           ADD CHECK-AMOUNT TO DEBIT-TOTAL.

      *--------------------------------
      * What levies and garnishments
      * took off this (vendor's) check.
      *--------------------------------
       ADD-CHECK-LEVIES.
           MOVE ZEROES TO CHECK-LEVY-TOTAL.
           PERFORM START-CHECK-LEVIES.
           PERFORM ADD-ONE-CHECK-LEVY
               UNTIL LVY-DED-AT-END = "Y".

       ADD-ONE-CHECK-LEVY.
           ADD LVYDED-AMOUNT TO CHECK-LEVY-TOTAL.
           PERFORM READ-NEXT-CHECK-LEVY.

      *--------------------------------
      * Every line carries the run's
      * batch trailer - this program,
      * the run stamp the export log
      * is keyed on and a line number -
      * so GLACK01 can match the GL's
      * acknowledgment back to it.
      *--------------------------------
       WRITE-GL-RECORD.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO GL-SOURCE.
           MOVE EXPORT-RUN-DATE TO GL-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO GL-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO GL-LINE-NUMBER.
           WRITE GL-RECORD.

       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PREPAID-RECORD.
           MOVE "Y" TO PREPAID-RECORD-FOUND.
           READ PREPAID-FILE RECORD
               INVALID KEY
               MOVE "N" TO PREPAID-RECORD-FOUND.

       READ-VOUCHER-TAX-RECORD.
           MOVE "Y" TO VTX-RECORD-FOUND.
           READ VOUCHER-TAX-FILE RECORD
               INVALID KEY
               MOVE "N" TO VTX-RECORD-FOUND.

      *--------------------------------
      * The cash account comes off the
      * bank account master when the

      *--------------------------------
      * Read first, read next routines
      * The checks issued in the date
      * range come off the issue date
      * key and are sorted back into
      * CHECK-ACCOUNT + CHECK-NUMBER
      * order (PLCKD01), so only the
      * range is read, not the file.
      *--------------------------------
       READ-FIRST-VALID-CHECK.
           MOVE FROM-DATE TO CKD-FROM-DATE.
           MOVE THRU-DATE TO CKD-THRU-DATE.
           PERFORM OPEN-CHECKS-IN-RANGE.
           PERFORM READ-NEXT-VALID-CHECK.

       READ-NEXT-VALID-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.
                      AND CHECK-ISSUE-DATE NOT > THRU-DATE).

       READ-NEXT-CHECK-RECORD.
           PERFORM READ-NEXT-CHECK-IN-RANGE.
           MOVE CKD-WORK-AT-END TO CHECK-FILE-AT-END.

      *--------------------------------
      * Utility routines
           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plfpr01.cbl".

           COPY "plckd01.cbl".

           COPY "pllvd01.cbl".

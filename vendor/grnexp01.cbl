       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNEXP01.
      *------------------------------------
      * Month-End Received-Not-Invoiced
      * Accrual Export
      *
      * ACREXP01 accrues the invoices we
      * hold but have not paid; this run
      * accrues the goods the warehouse
      * has received against a purchase
      * order (RCPMNT01) that the vendor
      * has not billed us for yet. For
      * every open PO, as of an operator-
      * entered close date:
      *
      *   received  = receipts dated on
      *               or before the close
      *   invoiced  = vouchers billed
      *               against the PO and
      *               entered on or before
      *               the close - live and
      *               history files both
      *
      * and where more was received than
      * invoiced, the difference is
      * exported:
      *
      *   DEBIT  the PO's GL account -
      *          else the vendor's
      *          default account, else
      *          suspense
      *   CREDIT the received-not-invoiced
      *          accrued liability account
      *
      * to GRNI-FILE ("grnacr"), one pair
      * per PO carrying the PO, vendor and
      * account, with the mirror-image
      * reversal dated the first of the
      * next period to GRNI-REVERSAL-FILE
      * ("grnrev") - the same as ACREXP01,
      * so the accrual backs itself out
      * and next month's run starts
      * clean. Both sides carry the fiscal
      * period (CCYYPP) they post to.
      *
      * The detail report ages each PO's
      * uninvoiced amount by receipt date
      * against the close. Invoices are
      * taken to bill the oldest receipts
      * first, so what is still uninvoiced
      * is the newest goods - each
      * receipt's unbilled share falls in
      * a 0-30, 31-60, 61-90 or over-90
      * day column. Totals by GL account
      * and the control totals close the
      * report for balancing against the
      * GL. A closed PO takes no more
      * invoices, so it is never accrued.
      *
      * Both files carry the GLEXP01
      * batch trailer (columns 101-130)
      * off one line-number sequence, and
      * the run is noted on the export
      * run log, so GLACK01 can match the
      * GL's acknowledgment back to it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpo01.cbl".

           COPY "slrcpt01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slfpr01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           SELECT GRNI-FILE
               ASSIGN TO "grnacr"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRNI-REVERSAL-FILE
               ASSIGN TO "grnrev"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpo01.cbl".

           COPY "fdrcpt01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

       FD  GRNI-FILE
           LABEL RECORDS ARE OMITTED.
       01  GRNI-RECORD.
           05  GRNI-ACCOUNT             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-DEBIT-CREDIT        PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-AMOUNT              PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-POSTING-DATE        PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-REFERENCE           PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-PO-NUMBER           PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-VENDOR              PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-FISCAL-PERIOD       PIC 9(6).
           05  FILLER                   PIC X(10) VALUE SPACE.
           05  GRNI-SOURCE              PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-RUN-DATE            PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-RUN-TIME            PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNI-LINE-NUMBER         PIC 9(5).

       FD  GRNI-REVERSAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  GRNI-REVERSAL-RECORD.
           05  GRNR-ACCOUNT             PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-DEBIT-CREDIT        PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-AMOUNT              PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-POSTING-DATE        PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-REFERENCE           PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-PO-NUMBER           PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-VENDOR              PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-FISCAL-PERIOD       PIC 9(6).
           05  FILLER                   PIC X(10) VALUE SPACE.
           05  GRNR-SOURCE              PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-RUN-DATE            PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-RUN-TIME            PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  GRNR-LINE-NUMBER         PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  PO-FILE-AT-END            PIC X.
       77  RECEIPT-FILE-AT-END       PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  CLOSE-DATE                PIC 9(8).
       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).
       77  REVERSAL-DATE             PIC 9(8).
       77  CLOSE-PERIOD              PIC 9(6).
       77  REVERSAL-PERIOD           PIC 9(6).

       77  GL-GRNI-ACCOUNT           PIC X(15) VALUE "2010-GRNI".
       77  GL-SUSPENSE-ACCOUNT       PIC X(15)
                                     VALUE "9999-SUSPENSE".
       77  EXPENSE-ACCOUNT-USED      PIC X(15).

       77  PO-RECEIVED               PIC S9(9)V99.
       77  PO-INVOICED-AT-CLOSE      PIC S9(9)V99.
       77  PO-UNINVOICED             PIC S9(9)V99.
       77  RECEIVED-SO-FAR           PIC S9(9)V99.
       77  RECEIVED-AFTER            PIC S9(9)V99.
       77  LEFT-TO-AGE               PIC S9(9)V99.
       77  RECEIPT-SHARE             PIC S9(9)V99.
       77  BUCKET-SUB                PIC 9.
       77  LAST-BUCKET               PIC 9.

       01  PO-AGE-BUCKETS.
           05  PO-BUCKET             PIC S9(9)V99 OCCURS 4 TIMES.

       01  TOTAL-AGE-BUCKETS.
           05  TOTAL-BUCKET          PIC S9(9)V99 OCCURS 4 TIMES.

       77  ACCOUNT-SUB               PIC 9(3).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.

       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 100 TIMES.
               10  ACCOUNT-CODE      PIC X(15).
               10  ACCOUNT-AMOUNT    PIC S9(9)V99.

       77  ACCRUED-COUNT             PIC 9(5) VALUE ZEROES.
       77  ACCRUED-TOTAL             PIC S9(10)V99 VALUE ZEROES.
       77  DEBIT-TOTAL               PIC S9(10)V99 VALUE ZEROES.
       77  CREDIT-TOTAL              PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-FIELD               PIC Z,ZZZ,ZZZ,ZZ9.99-.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(12) VALUE SPACE.
           05  FILLER                PIC X(34)
               VALUE "RECEIVED-NOT-INVOICED ACCRUAL".
           05  FILLER                PIC X(23) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  COLUMN-LINE.
           05  FILLER                PIC X(7)  VALUE "PO".
           05  FILLER                PIC X(8)  VALUE "VENDOR".
           05  FILLER                PIC X(16) VALUE "GL ACCOUNT".
           05  FILLER                PIC X(15) VALUE "       RECEIVED".
           05  FILLER                PIC X(15) VALUE "       INVOICED".
           05  FILLER                PIC X(15) VALUE "     UNINVOICED".

       01  AGE-COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(15) VALUE "      0-30 DAYS".
           05  FILLER                PIC X(15) VALUE "     31-60 DAYS".
           05  FILLER                PIC X(15) VALUE "     61-90 DAYS".
           05  FILLER                PIC X(15) VALUE "   OVER 90 DAYS".

       01  DETAIL-LINE.
           05  PRINT-PO-NUMBER       PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-ACCOUNT         PIC X(15).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-RECEIVED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-INVOICED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-UNINVOICED      PIC ZZ,ZZZ,ZZ9.99-.

       01  AGE-LINE.
           05  PRINT-AGE-NAME        PIC X(8).
           05  PRINT-AGE-ENTRY OCCURS 4 TIMES.
               10  FILLER            PIC X(1).
               10  PRINT-AGE-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "GRNEXP01" TO EXPORT-PROGRAM-NAME.
           OPEN INPUT PO-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT GRNI-FILE.
           OPEN OUTPUT GRNI-REVERSAL-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           CLOSE PO-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GRNI-FILE.
           CLOSE GRNI-REVERSAL-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CLOSE-DATE
               PERFORM SET-REVERSAL-DATE
               PERFORM SET-THE-FISCAL-PERIODS
               PERFORM STAMP-THE-EXPORT-RUN
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-PURCHASE-ORDERS
               PERFORM PRINT-THE-TOTALS
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark here - a close can
      * be re-run - so only the log is
      * written, the range being the
      * close date.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE CLOSE-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE ACCRUED-COUNT TO EXPORT-SENT-COUNT.
           MOVE CREDIT-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD THE RECEIVED-NOT-INVOICED ACCRUAL (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-CLOSE-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PERIOD CLOSE DATE (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A CLOSE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CLOSE-DATE.

      *--------------------------------
      * The reversal date is worked out
      * exactly as ACREXP01 does it, so
      * both accruals back out on the
      * same day - the day after the
      * fiscal period ends when the
      * calendar covers the close,
      * otherwise the first of the next
      * calendar month.
      *--------------------------------
       SET-REVERSAL-DATE.
           MOVE CLOSE-DATE TO FISCAL-CHECK-DATE.
           PERFORM FIND-FISCAL-PERIOD.
           IF FISCAL-PERIOD-FOUND = "Y"
               PERFORM SET-REVERSAL-FROM-PERIOD
           ELSE
               PERFORM SET-REVERSAL-FROM-MONTH.

       SET-REVERSAL-FROM-PERIOD.
           MOVE FISCAL-PERIOD-END-DATE TO DATE-YYYYMMDD.
           MOVE 1 TO DAYS-TO-ADD.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO REVERSAL-DATE.

       SET-REVERSAL-FROM-MONTH.
           MOVE CLOSE-DATE TO DATE-YYYYMMDD.
           IF DATE-MM = 12
               COMPUTE DATE-YYYY = DATE-YYYY + 1
               MOVE 1 TO DATE-MM
           ELSE
               ADD 1 TO DATE-MM.
           MOVE 1 TO DATE-DD.
           MOVE DATE-YYYYMMDD TO REVERSAL-DATE.

       SET-THE-FISCAL-PERIODS.
           MOVE "Y" TO FISCAL-SOFT-CLOSE-OK.
           MOVE CLOSE-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO CLOSE-PERIOD.
           MOVE REVERSAL-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO REVERSAL-PERIOD.

       PROCESS-PURCHASE-ORDERS.
           MOVE ZEROES TO TOTAL-AGE-BUCKETS ACCOUNT-TABLE.
           PERFORM READ-FIRST-OPEN-PO.
           PERFORM PROCESS-ALL-POS
               UNTIL PO-FILE-AT-END = "Y".

       PROCESS-ALL-POS.
           PERFORM MEASURE-THIS-PO.
           IF PO-UNINVOICED > ZEROES
               PERFORM ACCRUE-THIS-PO.
           PERFORM READ-NEXT-OPEN-PO.

       MEASURE-THIS-PO.
           PERFORM SUM-THE-PO-RECEIPTS.
           PERFORM SUM-THE-PO-INVOICES.
           COMPUTE PO-UNINVOICED =
               PO-RECEIVED - PO-INVOICED-AT-CLOSE.

       SUM-THE-PO-RECEIPTS.
           MOVE ZEROES TO PO-RECEIVED.
           PERFORM READ-FIRST-PO-RECEIPT.
           PERFORM ADD-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       ADD-ONE-RECEIPT.
           IF RECEIPT-DATE NOT > CLOSE-DATE
               ADD RECEIPT-AMOUNT TO PO-RECEIVED.
           PERFORM READ-NEXT-PO-RECEIPT.

      *--------------------------------
      * Only the PO's vendor can bill
      * it (VCHMNT01 holds to that), so
      * the vendor's vouchers are all
      * that need reading - the live
      * file and the paid history both,
      * as of when they were entered.
      *--------------------------------
       SUM-THE-PO-INVOICES.
           MOVE ZEROES TO PO-INVOICED-AT-CLOSE.
           PERFORM READ-FIRST-VENDOR-VOUCHER.
           PERFORM ADD-ONE-LIVE-INVOICE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-VENDOR-HISTORY.
           PERFORM ADD-ONE-HISTORY-INVOICE
               UNTIL HISTORY-FILE-AT-END = "Y".

       ADD-ONE-LIVE-INVOICE.
           IF VOUCHER-PO-NUMBER = PO-NUMBER
                   AND VOUCHER-ENTRY-DATE NOT > CLOSE-DATE
               ADD VOUCHER-AMOUNT TO PO-INVOICED-AT-CLOSE.
           PERFORM READ-NEXT-VENDOR-VOUCHER.

       ADD-ONE-HISTORY-INVOICE.
           IF VOUCHER-HIST-PO-NUMBER = PO-NUMBER
                   AND VOUCHER-HIST-ENTRY-DATE NOT > CLOSE-DATE
               ADD VOUCHER-HIST-AMOUNT TO PO-INVOICED-AT-CLOSE.
           PERFORM READ-NEXT-VENDOR-HISTORY.

       ACCRUE-THIS-PO.
           ADD 1 TO ACCRUED-COUNT.
           ADD PO-UNINVOICED TO ACCRUED-TOTAL.
           PERFORM SET-EXPENSE-ACCOUNT-USED.
           PERFORM WRITE-EXPENSE-DEBIT.
           PERFORM WRITE-GRNI-CREDIT.
           PERFORM ADD-TO-THE-ACCOUNT.
           PERFORM AGE-THE-UNINVOICED.
           PERFORM PRINT-THE-PO.

       SET-EXPENSE-ACCOUNT-USED.
           MOVE PO-GL-ACCOUNT TO EXPENSE-ACCOUNT-USED.
           IF EXPENSE-ACCOUNT-USED = SPACE
               PERFORM SET-VENDOR-EXPENSE-ACCOUNT.

       SET-VENDOR-EXPENSE-ACCOUNT.
           MOVE GL-SUSPENSE-ACCOUNT TO EXPENSE-ACCOUNT-USED.
           MOVE PO-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-EXPENSE-ACCT NOT = SPACE
               MOVE VENDOR-EXPENSE-ACCT TO EXPENSE-ACCOUNT-USED.

       WRITE-EXPENSE-DEBIT.
           MOVE EXPENSE-ACCOUNT-USED TO GRNI-ACCOUNT.
           MOVE "D" TO GRNI-DEBIT-CREDIT.
           ADD PO-UNINVOICED TO DEBIT-TOTAL.
           PERFORM WRITE-ONE-GRNI-LINE.

       WRITE-GRNI-CREDIT.
           MOVE GL-GRNI-ACCOUNT TO GRNI-ACCOUNT.
           MOVE "C" TO GRNI-DEBIT-CREDIT.
           ADD PO-UNINVOICED TO CREDIT-TOTAL.
           PERFORM WRITE-ONE-GRNI-LINE.

       WRITE-ONE-GRNI-LINE.
           MOVE PO-UNINVOICED TO GRNI-AMOUNT.
           MOVE CLOSE-DATE TO GRNI-POSTING-DATE.
           MOVE CLOSE-PERIOD TO GRNI-FISCAL-PERIOD.
           MOVE PO-FOR TO GRNI-REFERENCE.
           MOVE PO-NUMBER TO GRNI-PO-NUMBER.
           MOVE PO-VENDOR TO GRNI-VENDOR.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO GRNI-SOURCE.
           MOVE EXPORT-RUN-DATE TO GRNI-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO GRNI-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO GRNI-LINE-NUMBER.
           WRITE GRNI-RECORD.
           PERFORM WRITE-THE-MIRROR-REVERSAL.

      *--------------------------------
      * The reversal flips debit and
      * credit and lands on the first
      * of the next period - the GL
      * backs the accrual out by
      * itself.
      *--------------------------------
       WRITE-THE-MIRROR-REVERSAL.
           MOVE GRNI-ACCOUNT TO GRNR-ACCOUNT.
           IF GRNI-DEBIT-CREDIT = "D"
               MOVE "C" TO GRNR-DEBIT-CREDIT
           ELSE
               MOVE "D" TO GRNR-DEBIT-CREDIT.
           MOVE GRNI-AMOUNT TO GRNR-AMOUNT.
           MOVE REVERSAL-DATE TO GRNR-POSTING-DATE.
           MOVE REVERSAL-PERIOD TO GRNR-FISCAL-PERIOD.
           MOVE GRNI-REFERENCE TO GRNR-REFERENCE.
           MOVE GRNI-PO-NUMBER TO GRNR-PO-NUMBER.
           MOVE GRNI-VENDOR TO GRNR-VENDOR.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO GRNR-SOURCE.
           MOVE EXPORT-RUN-DATE TO GRNR-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO GRNR-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO GRNR-LINE-NUMBER.
           WRITE GRNI-REVERSAL-RECORD.

       ADD-TO-THE-ACCOUNT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.
           IF SLOT-FOUND = "Y"
               ADD PO-UNINVOICED TO ACCOUNT-AMOUNT (ACCOUNT-SUB).

       LOOK-AT-ONE-SLOT.
           IF ACCOUNT-CODE (ACCOUNT-SUB) = EXPENSE-ACCOUNT-USED
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM ACCOUNT-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 100
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO ACCOUNT-SUB
               MOVE EXPENSE-ACCOUNT-USED
                   TO ACCOUNT-CODE (ACCOUNT-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * Invoices bill the oldest goods
      * first, so the uninvoiced amount
      * is the newest receipts. Walking
      * the receipts oldest first, each
      * one's unbilled share is what is
      * left of the uninvoiced amount
      * beyond the receipts that came
      * after it, never more than the
      * receipt itself nor than is still
      * to be aged. Anything a returned
      * (negative) receipt leaves over
      * goes with the newest receipt.
      *--------------------------------
       AGE-THE-UNINVOICED.
           MOVE ZEROES TO PO-AGE-BUCKETS.
           MOVE ZEROES TO RECEIVED-SO-FAR.
           MOVE PO-UNINVOICED TO LEFT-TO-AGE.
           MOVE 1 TO LAST-BUCKET.
           PERFORM READ-FIRST-PO-RECEIPT.
           PERFORM AGE-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".
           IF LEFT-TO-AGE > ZEROES
               ADD LEFT-TO-AGE TO PO-BUCKET (LAST-BUCKET).
           PERFORM ADD-TO-TOTAL-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.

       AGE-ONE-RECEIPT.
           IF RECEIPT-DATE NOT > CLOSE-DATE
               ADD RECEIPT-AMOUNT TO RECEIVED-SO-FAR
               PERFORM AGE-A-RECEIPT-SHARE.
           PERFORM READ-NEXT-PO-RECEIPT.

       AGE-A-RECEIPT-SHARE.
           PERFORM SET-THE-AGE-BUCKET.
           MOVE BUCKET-SUB TO LAST-BUCKET.
           COMPUTE RECEIVED-AFTER = PO-RECEIVED - RECEIVED-SO-FAR.
           COMPUTE RECEIPT-SHARE = PO-UNINVOICED - RECEIVED-AFTER.
           IF RECEIPT-SHARE > RECEIPT-AMOUNT
               MOVE RECEIPT-AMOUNT TO RECEIPT-SHARE.
           IF RECEIPT-SHARE > LEFT-TO-AGE
               MOVE LEFT-TO-AGE TO RECEIPT-SHARE.
           IF RECEIPT-SHARE > ZEROES
               ADD RECEIPT-SHARE TO PO-BUCKET (BUCKET-SUB)
               SUBTRACT RECEIPT-SHARE FROM LEFT-TO-AGE.

       SET-THE-AGE-BUCKET.
           MOVE RECEIPT-DATE TO ELAPSED-DATE-1.
           MOVE CLOSE-DATE TO ELAPSED-DATE-2.
           PERFORM CALCULATE-ELAPSED-DAYS.
           IF ELAPSED-DAYS > 90
               MOVE 4 TO BUCKET-SUB
           ELSE
           IF ELAPSED-DAYS > 60
               MOVE 3 TO BUCKET-SUB
           ELSE
           IF ELAPSED-DAYS > 30
               MOVE 2 TO BUCKET-SUB
           ELSE
               MOVE 1 TO BUCKET-SUB.

       ADD-TO-TOTAL-BUCKET.
           ADD PO-BUCKET (BUCKET-SUB) TO TOTAL-BUCKET (BUCKET-SUB).

       PRINT-THE-PO.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE PO-NUMBER TO PRINT-PO-NUMBER.
           MOVE PO-VENDOR TO PRINT-VENDOR.
           MOVE EXPENSE-ACCOUNT-USED TO PRINT-ACCOUNT.
           MOVE PO-RECEIVED TO PRINT-RECEIVED.
           MOVE PO-INVOICED-AT-CLOSE TO PRINT-INVOICED.
           MOVE PO-UNINVOICED TO PRINT-UNINVOICED.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO AGE-LINE.
           MOVE "  AGED:" TO PRINT-AGE-NAME.
           PERFORM MOVE-ONE-PO-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.
           MOVE AGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-PO-BUCKET.
           MOVE PO-BUCKET (BUCKET-SUB)
               TO PRINT-AGE-AMOUNT (BUCKET-SUB).

       MOVE-ONE-TOTAL-BUCKET.
           MOVE TOTAL-BUCKET (BUCKET-SUB)
               TO PRINT-AGE-AMOUNT (BUCKET-SUB).

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES - 10
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF ACCRUED-COUNT = ZEROES
               MOVE "NO RECEIVED-NOT-INVOICED GOODS AT THE CLOSE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE AGE-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO AGE-LINE.
           MOVE "TOTAL:" TO PRINT-AGE-NAME.
           PERFORM MOVE-ONE-TOTAL-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.
           MOVE AGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "ACCRUED BY GL ACCOUNT:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > USED-SLOTS.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "ACCOUNTS PAST THE 100-SLOT TABLE: "
                      OVERFLOW-COUNT " PO'S NOT SUMMARIZED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-THE-CONTROL-TOTALS.

       PRINT-ONE-ACCOUNT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE ACCOUNT-AMOUNT (ACCOUNT-SUB) TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "   " ACCOUNT-CODE (ACCOUNT-SUB) " " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-CONTROL-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES - 7
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "PURCHASE ORDERS ACCRUED: " ACCRUED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DEBIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "EXPENSE DEBITS:   " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CREDIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "GRNI CREDITS:     " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REVERSAL-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "REVERSAL FILE DATED " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "BALANCE THESE AGAINST WHAT THE GL POSTS."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CLOSE-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "AS OF THE CLOSE " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-OPEN-PO.
           MOVE LOW-VALUES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO PO-FILE-AT-END.
           IF PO-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OPEN-PO.

       READ-NEXT-OPEN-PO.
           PERFORM READ-NEXT-PO-RECORD.
           PERFORM READ-NEXT-PO-RECORD
               UNTIL PO-FILE-AT-END = "Y"
                   OR PO-IS-OPEN.

       READ-NEXT-PO-RECORD.
           MOVE "N" TO PO-FILE-AT-END.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PO-FILE-AT-END.

       READ-FIRST-PO-RECEIPT.
           MOVE PO-NUMBER TO RECEIPT-PO.
           MOVE ZEROES TO RECEIPT-SEQ.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE
               KEY NOT < RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO-RECEIPT.

       READ-NEXT-PO-RECEIPT.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           READ RECEIPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               AND RECEIPT-PO NOT = PO-NUMBER
               MOVE "Y" TO RECEIPT-FILE-AT-END.

       READ-FIRST-VENDOR-VOUCHER.
           MOVE PO-VENDOR TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-VOUCHER.

       READ-NEXT-VENDOR-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF VOUCHER-VENDOR NOT = PO-VENDOR
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-VENDOR-HISTORY.
           MOVE PO-VENDOR TO VOUCHER-HIST-VENDOR.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-VENDOR
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-HISTORY.

       READ-NEXT-VENDOR-HISTORY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               IF VOUCHER-HIST-VENDOR NOT = PO-VENDOR
                   MOVE "Y" TO HISTORY-FILE-AT-END.

      *--------------------------------
      * Other File I-O routines
      *--------------------------------
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plfpr01.cbl".

           COPY "plexp01.cbl".

           COPY "plsess01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBTMAT01.
      *------------------------------------
      * Vendor Auto-Debit Matching
      *
      * The utilities, the phone company
      * and the sales-tax payments take
      * their money straight out of the
      * bank account by ACH debit. This
      * reads the debit item lines off the
      * bank's activity feed (FDFEED01 -
      * the same file BALIMP01 loads the
      * balances from) and books each one
      * against the open voucher it paid,
      * so the voucher stops aging and the
      * cash forecast stops counting it:
      *
      * 1. The originator's company ID on
      *    the debit is looked up on the
      *    ACH debit block list (FDADB01)
      *    for the account, which gives
      *    the vendor number
      * 2. The vendor's open invoice
      *    vouchers are searched for one
      *    whose open balance is exactly
      *    the amount debited - the
      *    first found is taken
      * 3. A CHECK-RECORD flagged
      *    PAID-BY-DEBIT is written in the
      *    account's 80000001-up debit
      *    series, with the bank's trace
      *    number in CHECK-WIRE-REFERENCE,
      *    born cleared on the debit date,
      *    and the voucher is stamped paid
      *    - GLEXP01, the registers and
      *    the reconciliation then treat
      *    it like any other payment
      *
      * A voucher that was selected for
      * the next check run is unselected
      * when its debit is matched, so the
      * vendor is never paid twice. A
      * trace number already booked (the
      * bank re-sent the feed) is passed
      * over. Everything that could not be
      * matched - no originator on the
      * list, no vendor number, no open
      * voucher for the amount, a closed
      * fiscal period - is listed on the
      * register for somebody to work by
      * hand.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slfeed01.cbl".

           COPY "sladb01.cbl".

           COPY "slvouch.cbl".

           COPY "slvnd02.cbl".

           COPY "slchk01.cbl".

           COPY "slact01.cbl".

           COPY "sljrn01.cbl".

           COPY "slsess01.cbl".

           COPY "slfpr01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdfeed01.cbl".

           COPY "fdadb01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdchk01.cbl".

           COPY "fdact01.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.
       77  FEED-FILE-AT-END            PIC X.
       77  CHECK-FILE-AT-END           PIC X.
       77  VOUCHER-FILE-AT-END         PIC X.
       77  ACCT-RECORD-FOUND           PIC X.
       77  ADB-RECORD-FOUND            PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  VOUCHER-RECORD-FOUND        PIC X.
       77  DEBIT-ALREADY-BOOKED        PIC X.
       77  MATCHING-VOUCHER-FOUND      PIC X.

       77  UNMATCHED-REASON            PIC X(40).
       77  SAVED-VOUCHER-IMAGE         PIC X(400).
       77  DEBIT-AMOUNT                PIC S9(8)V99.
       77  OPEN-BALANCE                PIC S9(8)V99.
       77  LAST-DEBIT-NUMBER           PIC 9(8).
       77  DEBIT-CHECK-NUMBER          PIC 9(8).

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       77  MATCHED-COUNT               PIC 9(5) VALUE ZEROES.
       77  UNMATCHED-COUNT             PIC 9(5) VALUE ZEROES.
       77  ALREADY-COUNT               PIC 9(5) VALUE ZEROES.
       77  MATCHED-TOTAL               PIC S9(9)V99 VALUE ZEROES.
       77  UNMATCHED-TOTAL             PIC S9(9)V99 VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wssess01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT           PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRINT-DATE              PIC Z9/99/9999.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRINT-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRINT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRINT-TRACE             PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRINT-RESULT            PIC X(15).

       01  NOTE-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  PRINT-NOTE              PIC X(68).

       01  COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "COMPANY ID".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "       AMOUNT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "TRACE".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACE.
           05  FILLER                  PIC X(26)
               VALUE "VENDOR AUTO-DEBIT MATCHING".
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "PAGE:".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER       PIC ZZZ9.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-LABEL       PIC X(20).
           05  PRINT-TOTAL-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACE.
           05  PRINT-TOTAL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN I-O JOURNAL-FILE.
           MOVE "DBTMAT01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN INPUT FEED-FILE.
           OPEN INPUT ACH-DEBIT-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CHECK-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.
           CLOSE FEED-FILE.
           CLOSE ACH-DEBIT-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CHECK-FILE.
           CLOSE FISCAL-PERIOD-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-THE-FEED
               PERFORM PRINT-THE-TOTALS
               PERFORM END-LAST-PAGE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "MATCH VENDOR DEBITS FROM THE BANK FEED (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * A debit books on its own date
      * the same as a check run - a
      * closed fiscal period leaves it
      * unmatched, and so does a soft-
      * closed one below level 9.
      *--------------------------------
       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

       PROCESS-THE-FEED.
           PERFORM READ-NEXT-FEED-RECORD.
           PERFORM PROCESS-ALL-FEED-RECORDS
               UNTIL FEED-FILE-AT-END = "Y".

       PROCESS-ALL-FEED-RECORDS.
           IF FEED-IS-DEBIT-ITEM
               PERFORM PROCESS-THIS-DEBIT.
           PERFORM READ-NEXT-FEED-RECORD.

      *--------------------------------
      * Each test that fails sets the
      * reason; the first one to fail
      * is the one reported.
      *--------------------------------
       PROCESS-THIS-DEBIT.
           MOVE FEED-ITEM-AMOUNT TO DEBIT-AMOUNT.
           MOVE SPACE TO UNMATCHED-REASON.
           MOVE "N" TO DEBIT-ALREADY-BOOKED.
           MOVE FEED-ITEM-ACCOUNT TO ACCT-NUMBER.
           PERFORM READ-ACCT-RECORD.
           IF ACCT-RECORD-FOUND = "N"
               MOVE "ACCOUNT NOT ON THE BANK ACCOUNT MASTER"
                   TO UNMATCHED-REASON
           ELSE
               PERFORM SCAN-THE-DEBIT-SERIES.
           IF DEBIT-ALREADY-BOOKED = "Y"
               PERFORM NOTE-ALREADY-BOOKED
           ELSE
               PERFORM FIND-THE-VENDOR
               PERFORM FIND-THE-VOUCHER
               PERFORM CHECK-THE-PERIOD
               PERFORM BOOK-OR-REPORT.

       FIND-THE-VENDOR.
           IF UNMATCHED-REASON = SPACE
               PERFORM LOOK-UP-THE-ORIGINATOR.

       LOOK-UP-THE-ORIGINATOR.
           MOVE FEED-ITEM-ACCOUNT TO ADB-ACCOUNT.
           MOVE FEED-ITEM-COMPANY-ID TO ADB-COMPANY-ID.
           PERFORM READ-ADB-RECORD.
           IF ADB-RECORD-FOUND = "N"
               MOVE "ORIGINATOR NOT ON THE DEBIT BLOCK LIST"
                   TO UNMATCHED-REASON
           ELSE
           IF ADB-VENDOR = ZEROES
               MOVE "ORIGINATOR HAS NO VENDOR NUMBER"
                   TO UNMATCHED-REASON
           ELSE
               MOVE ADB-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "ORIGINATOR'S VENDOR IS NOT ON FILE"
                       TO UNMATCHED-REASON.

      *--------------------------------
      * The vendor's vouchers through
      * the vendor key. An open invoice
      * whose open balance is exactly
      * the debit is the match.
      *--------------------------------
       FIND-THE-VOUCHER.
           MOVE "N" TO MATCHING-VOUCHER-FOUND.
           IF UNMATCHED-REASON = SPACE
               PERFORM READ-FIRST-VENDOR-VOUCHER
               PERFORM CHECK-ONE-VOUCHER
                   UNTIL VOUCHER-FILE-AT-END = "Y"
                      OR MATCHING-VOUCHER-FOUND = "Y"
               IF MATCHING-VOUCHER-FOUND = "N"
                   MOVE "NO OPEN VOUCHER FOR THAT AMOUNT"
                       TO UNMATCHED-REASON.

       CHECK-ONE-VOUCHER.
           COMPUTE OPEN-BALANCE =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
               - VOUCHER-RETAINED-AMT.
           IF VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-TYPE-INVOICE
                   AND OPEN-BALANCE = DEBIT-AMOUNT
               MOVE "Y" TO MATCHING-VOUCHER-FOUND
           ELSE
               PERFORM READ-NEXT-VENDOR-VOUCHER.

       CHECK-THE-PERIOD.
           IF UNMATCHED-REASON = SPACE
               MOVE FEED-ITEM-DATE TO FISCAL-CHECK-DATE
               PERFORM CHECK-FISCAL-PERIOD
               IF FISCAL-DATE-IS-OPEN = "N"
                   MOVE "DEBIT DATE IS IN A CLOSED FISCAL PERIOD"
                       TO UNMATCHED-REASON.

       BOOK-OR-REPORT.
           IF UNMATCHED-REASON = SPACE
               PERFORM BOOK-THE-DEBIT
           ELSE
               PERFORM REPORT-UNMATCHED.

       BOOK-THE-DEBIT.
           PERFORM ASSIGN-NEXT-DEBIT-NUMBER.
           PERFORM BUILD-DEBIT-CHECK-RECORD.
           PERFORM WRITE-CHECK-RECORD.
           MOVE VOUCHER-RECORD TO SAVED-VOUCHER-IMAGE.
           PERFORM STAMP-VOUCHER-AS-PAID.
           PERFORM REWRITE-VOUCHER-RECORD.
           ADD 1 TO MATCHED-COUNT.
           ADD DEBIT-AMOUNT TO MATCHED-TOTAL.
           MOVE "MATCHED" TO PRINT-RESULT.
           PERFORM PRINT-THE-DEBIT.
           MOVE SPACE TO PRINT-NOTE.
           STRING "VOUCHER " VOUCHER-NUMBER " "
                  VENDOR-NAME " BOOKED AS " DEBIT-CHECK-NUMBER
               DELIMITED BY SIZE INTO PRINT-NOTE.
           PERFORM PRINT-THE-NOTE.

       REPORT-UNMATCHED.
           ADD 1 TO UNMATCHED-COUNT.
           ADD DEBIT-AMOUNT TO UNMATCHED-TOTAL.
           MOVE "** NOT MATCHED" TO PRINT-RESULT.
           PERFORM PRINT-THE-DEBIT.
           MOVE UNMATCHED-REASON TO PRINT-NOTE.
           PERFORM PRINT-THE-NOTE.

       NOTE-ALREADY-BOOKED.
           ADD 1 TO ALREADY-COUNT.
           MOVE "ALREADY BOOKED" TO PRINT-RESULT.
           PERFORM PRINT-THE-DEBIT.

      *--------------------------------
      * One pass over the account's
      * debit series finds both the
      * last number used and whether
      * this trace number is already
      * on file.
      *--------------------------------
       SCAN-THE-DEBIT-SERIES.
           MOVE 80000000 TO LAST-DEBIT-NUMBER.
           MOVE FEED-ITEM-ACCOUNT TO CHECK-ACCOUNT.
           MOVE 80000001 TO CHECK-NUMBER.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SERIES-CHECK.
           PERFORM CHECK-ONE-SERIES-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".

       CHECK-ONE-SERIES-CHECK.
           MOVE CHECK-NUMBER TO LAST-DEBIT-NUMBER.
           IF CHECK-IS-DEBIT
                   AND FEED-ITEM-TRACE NOT = SPACE
                   AND CHECK-WIRE-REFERENCE = FEED-ITEM-TRACE
               MOVE "Y" TO DEBIT-ALREADY-BOOKED.
           PERFORM READ-NEXT-SERIES-CHECK.

       ASSIGN-NEXT-DEBIT-NUMBER.
           ADD 1 TO LAST-DEBIT-NUMBER.
           MOVE LAST-DEBIT-NUMBER TO DEBIT-CHECK-NUMBER.

      *--------------------------------
      * Born cleared - the money left
      * the account the day the vendor
      * took it.
      *--------------------------------
       BUILD-DEBIT-CHECK-RECORD.
           MOVE FEED-ITEM-ACCOUNT TO CHECK-ACCOUNT.
           MOVE DEBIT-CHECK-NUMBER TO CHECK-NUMBER.
           MOVE DEBIT-AMOUNT TO CHECK-AMOUNT.
           MOVE VOUCHER-INVOICE TO CHECK-INVOICE.
           MOVE VOUCHER-VENDOR TO CHECK-VENDOR.
           MOVE VENDOR-NAME TO CHECK-REFERENCE.
           MOVE "Y" TO CHECK-CLEARED.
           MOVE FEED-ITEM-DATE TO CHECK-CLEARED-DATE.
           MOVE DEBIT-AMOUNT TO CHECK-CLEARED-AMOUNT.
           MOVE "N" TO CHECK-VOIDED.
           MOVE "N" TO CHECK-PAID-BY-ACH.
           MOVE "N" TO CHECK-ESCHEATED.
           MOVE ZEROES TO CHECK-REISSUED-TO.
           MOVE ZEROES TO CHECK-REISSUED-FROM.
           MOVE "N" TO CHECK-MANUAL.
           MOVE FEED-ITEM-DATE TO CHECK-ISSUE-DATE.
           MOVE "N" TO CHECK-PAID-BY-WIRE.
           MOVE FEED-ITEM-TRACE TO CHECK-WIRE-REFERENCE.
           MOVE ZEROES TO CHECK-WIRE-FEE.
           MOVE "N" TO CHECK-SPOILED.
           MOVE "N" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SIGNED-ON-OPERATOR TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "Y" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.

      *--------------------------------
      * The payment accumulates on the
      * voucher the same way a check
      * run's would, and takes it out
      * of any pending check run.
      *--------------------------------
       STAMP-VOUCHER-AS-PAID.
           ADD DEBIT-AMOUNT TO VOUCHER-PAID-AMOUNT.
           MOVE DEBIT-AMOUNT TO VOUCHER-LAST-PAID-AMOUNT.
           IF VOUCHER-PAID-AMOUNT + VOUCHER-DISC-TAKEN
                   + VOUCHER-FX-GAIN + VOUCHER-RETAINED-AMT
                   = VOUCHER-AMOUNT
               MOVE FEED-ITEM-DATE TO VOUCHER-PAID-DATE.
           MOVE DEBIT-CHECK-NUMBER TO VOUCHER-CHECK-NO.
           MOVE FEED-ITEM-ACCOUNT TO VOUCHER-ACCOUNT.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE ZEROES TO VOUCHER-SELECTED-AMOUNT.

       PRINT-THE-DEBIT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE FEED-ITEM-ACCOUNT TO PRINT-ACCOUNT.
           MOVE FEED-ITEM-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-DATE.
           MOVE FEED-ITEM-COMPANY-ID TO PRINT-COMPANY-ID.
           MOVE DEBIT-AMOUNT TO PRINT-AMOUNT.
           MOVE FEED-ITEM-TRACE TO PRINT-TRACE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-NOTE.
           MOVE NOTE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "DEBITS MATCHED:" TO PRINT-TOTAL-LABEL.
           MOVE MATCHED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE MATCHED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "NOT MATCHED:" TO PRINT-TOTAL-LABEL.
           MOVE UNMATCHED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE UNMATCHED-TOTAL TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ALREADY BOOKED:     " ALREADY-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
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
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-FEED-RECORD.
           MOVE "N" TO FEED-FILE-AT-END.
           READ FEED-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FEED-FILE-AT-END.

       READ-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

       READ-ADB-RECORD.
           MOVE "Y" TO ADB-RECORD-FOUND.
           READ ACH-DEBIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ADB-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-FIRST-VENDOR-VOUCHER.
           MOVE ADB-VENDOR TO VOUCHER-VENDOR.
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
               IF VOUCHER-VENDOR NOT = ADB-VENDOR
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

      *--------------------------------
      * The debit series ends where the
      * wire series begins, or at the
      * next account.
      *--------------------------------
       READ-NEXT-SERIES-CHECK.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               IF CHECK-ACCOUNT NOT = FEED-ITEM-ACCOUNT
                  OR CHECK-NUMBER > 89999999
                   MOVE "Y" TO CHECK-FILE-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE SAVED-VOUCHER-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           MOVE "V" TO JRN-FILE-CODE.
           MOVE "R" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-CHECK-RECORD.
           WRITE CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK RECORD - POSSIBLE "
                       "DUPLICATE DEBIT NUMBER".
           MOVE "C" TO JRN-FILE-CODE.
           MOVE "W" TO JRN-ACTION.
           MOVE LOW-VALUES TO JRN-BEFORE-IMAGE.
           MOVE CHECK-RECORD TO JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "pljrn01.cbl".

           COPY "plsess01.cbl".

           COPY "plfpr01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

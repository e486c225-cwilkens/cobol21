       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDSET01.
      *------------------------------------
      * Virtual Card Settlement Import
      *
      * Reads the card issuer's settlement
      * file - one line per payment
      * CRDEXP01 requested, settled or
      * declined - and for each line:
      *
      * 1. Finds the card payment on the
      *    CHECK-RECORD for the account
      *    entered by the operator (the
      *    one with CHECK-PAID-BY-CARD =
      *    "Y", status "requested")
      * 2. Settled: the payment is marked
      *    cleared with the issuer's
      *    settle date and amount, the
      *    issuer's reference kept in
      *    CHECK-WIRE-REFERENCE, and its
      *    card status goes to "settled" -
      *    it is now volume for the
      *    rebate (CRDRPT01)
      * 3. Declined: the vendor still has
      *    to be paid, so the payment
      *    falls back to a paper check
      *    the way CHKRSU01 reissues one -
      *    the card payment is voided
      *    (status "declined"), a check
      *    for the same amount is written
      *    off the account's check counter
      *    dated the decline date, the two
      *    cross-reference each other,
      *    and every voucher the card
      *    paid is restamped with the
      *    check number. The payment
      *    itself is never reversed, so
      *    the vouchers stay paid. The
      *    vendor comes off the card
      *    program (VENDOR-PAY-BY-CARD
      *    "N") so the next run pays it
      *    by check until VNDMNT04 puts
      *    it back, and the story goes on
      *    the vendor's note file.
      *
      * The replacement check is outside
      * any check run, so it prints in
      * CHKPRT01 for its issue date and
      * goes on the next positive pay
      * file with no release to wait on.
      *
      * Every settlement line is printed
      * on a register, processed or
      * rejected, so nothing in the
      * issuer's file goes unaccounted
      * for.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchk01.cbl".

           COPY "slact01.cbl".

           COPY "slvouch.cbl".

           COPY "slvnd02.cbl".

           COPY "slcontrl.cbl".

           COPY "slvnt01.cbl".

           COPY "slsess01.cbl".

           COPY "sljrn01.cbl".

           COPY "slsys01.cbl".

           SELECT CARD-SETTLE-FILE
               ASSIGN TO "crdset"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchk01.cbl".

           COPY "fdact01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdsys01.cbl".

      *--------------------------------
      * SETTLE-STATUS "S" settled, "D"
      * declined. SETTLE-REASON is the
      * issuer's decline reason, blank
      * on a settlement.
      *--------------------------------
       FD  CARD-SETTLE-FILE
           LABEL RECORDS ARE OMITTED.
       01  CARD-SETTLE-RECORD.
           05  SETTLE-CHECK-NUMBER      PIC 9(8).
           05  FILLER                   PIC X(1).
           05  SETTLE-STATUS            PIC X(1).
               88  SETTLE-IS-SETTLED    VALUE "S".
               88  SETTLE-IS-DECLINED   VALUE "D".
           05  FILLER                   PIC X(1).
           05  SETTLE-DATE              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  SETTLE-REFERENCE         PIC X(16).
           05  FILLER                   PIC X(1).
           05  SETTLE-AMOUNT            PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  SETTLE-REASON            PIC X(20).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  SETTLE-FILE-AT-END        PIC X.
       77  CHECK-RECORD-FOUND        PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  SETTLE-IS-REJECTED        PIC X.
       77  SAVED-CHECK-IMAGE         PIC X(179).

       77  CHECK-ACCOUNT-ENTRY       PIC 9(10).
       77  ACCT-RECORD-FOUND         PIC X.
       77  RESULT-TEXT               PIC X(34).
       77  TODAYS-DATE               PIC 9(8).
       77  OLD-CHECK-NUMBER          PIC 9(8).
       77  NEW-CHECK-NUMBER          PIC 9(8).
       77  RESTAMPED-COUNT           PIC 9(3).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  SETTLE-COUNT              PIC 9(5) VALUE ZEROES.
       77  SETTLED-COUNT             PIC 9(5) VALUE ZEROES.
       77  DECLINED-COUNT            PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  SETTLED-TOTAL             PIC S9(9)V99 VALUE ZEROES.
       77  DECLINED-TOTAL            PIC S9(9)V99 VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wsvnt01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-STATUS          PIC X(1).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-VENDOR-NUMBER   PIC ZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-AMOUNT-PAREN    PIC X VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-RESULT          PIC X(34).

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TITLE     PIC X(19).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(4) VALUE SPACE.
           05  FILLER                PIC X(14) VALUE "TOTAL AMOUNT:".
           05  PRINT-TOTAL-AMOUNT-PAREN PIC X VALUE SPACE.
           05  PRINT-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.

       01  COLUMN-LINE.
           05  FILLER                PIC X(6)  VALUE "CARD#".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(3)  VALUE "S/D".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "VEND#".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(12) VALUE "AMOUNT".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(34) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(33)
               VALUE "VIRTUAL CARD SETTLEMENT REGISTER".
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

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
           OPEN I-O JOURNAL-FILE.
           MOVE "CRDSET01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT CARD-SETTLE-FILE.
           OPEN I-O CHECK-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE CARD-SETTLE-FILE.
           CLOSE CHECK-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE VENDOR-NOTE-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CHECK-ACCOUNT
               PERFORM RUN-THE-SETTLEMENTS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PROCESS THE CARD ISSUER'S SETTLEMENT FILE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * The issuer's file carries our
      * payment numbers but not our
      * account, so the account the
      * card payments were drawn on is
      * entered once up front.
      *--------------------------------
       GET-CHECK-ACCOUNT.
           PERFORM ACCEPT-CHECK-ACCOUNT.
           PERFORM RE-ACCEPT-CHECK-ACCOUNT
               UNTIL CHECK-ACCOUNT-ENTRY NOT = ZEROES
                   AND ACCT-RECORD-FOUND = "Y".

       ACCEPT-CHECK-ACCOUNT.
           DISPLAY "ENTER THE BANK ACCOUNT THE CARD PAYMENTS WERE".
           DISPLAY "DRAWN ON".
           ACCEPT CHECK-ACCOUNT-ENTRY.
           PERFORM CHECK-THE-BANK-ACCOUNT.

       RE-ACCEPT-CHECK-ACCOUNT.
           IF CHECK-ACCOUNT-ENTRY = ZEROES
               DISPLAY "A BANK ACCOUNT MUST BE ENTERED"
           ELSE
               DISPLAY "THAT ACCOUNT IS NOT ON THE BANK ACCOUNT"
               DISPLAY "MASTER (OR IS INACTIVE) - SEE ACTMNT01".
           PERFORM ACCEPT-CHECK-ACCOUNT.

       CHECK-THE-BANK-ACCOUNT.
           MOVE "N" TO ACCT-RECORD-FOUND.
           IF CHECK-ACCOUNT-ENTRY NOT = ZEROES
               MOVE CHECK-ACCOUNT-ENTRY TO ACCT-NUMBER
               PERFORM READ-ACCT-RECORD
               IF ACCT-RECORD-FOUND = "Y" AND ACCT-IS-INACTIVE
                   MOVE "N" TO ACCT-RECORD-FOUND.

       READ-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

       RUN-THE-SETTLEMENTS.
           PERFORM START-ONE-REPORT.
           PERFORM PROCESS-SETTLEMENTS.
           PERFORM END-ONE-REPORT.

       START-ONE-REPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          SETTLE-COUNT SETTLED-COUNT
                          DECLINED-COUNT REJECTED-COUNT
                          SETTLED-TOTAL DECLINED-TOTAL.
           PERFORM START-NEW-PAGE.

       END-ONE-REPORT.
           IF SETTLE-COUNT = ZEROES
               MOVE "NO LINES WERE FOUND IN THE ISSUER'S FILE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.

       PROCESS-SETTLEMENTS.
           PERFORM READ-NEXT-SETTLE-RECORD.
           PERFORM PROCESS-ALL-SETTLEMENTS
               UNTIL SETTLE-FILE-AT-END = "Y".

       PROCESS-ALL-SETTLEMENTS.
           PERFORM PROCESS-THIS-SETTLEMENT.
           PERFORM READ-NEXT-SETTLE-RECORD.

       PROCESS-THIS-SETTLEMENT.
           ADD 1 TO SETTLE-COUNT.
           PERFORM EDIT-THIS-SETTLEMENT.
           IF SETTLE-IS-REJECTED = "Y"
               ADD 1 TO REJECTED-COUNT
           ELSE
           IF SETTLE-IS-SETTLED
               PERFORM SETTLE-THIS-PAYMENT
           ELSE
               PERFORM DECLINE-THIS-PAYMENT.
           PERFORM PRINT-THE-RESULT.

      *--------------------------------
      * A line is only good against a
      * card payment that is on file,
      * not voided, and was requested
      * from the issuer and not already
      * answered - a line sent twice
      * cannot settle or reissue the
      * payment twice.
      *--------------------------------
       EDIT-THIS-SETTLEMENT.
           MOVE "N" TO SETTLE-IS-REJECTED.
           MOVE SPACE TO RESULT-TEXT.
           MOVE CHECK-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE SETTLE-CHECK-NUMBER TO CHECK-NUMBER.
           PERFORM READ-CHECK-RECORD.
           IF CHECK-RECORD-FOUND = "N"
               MOVE "PAYMENT NOT ON FILE" TO RESULT-TEXT
               MOVE "Y" TO SETTLE-IS-REJECTED
           ELSE
           IF NOT CHECK-IS-CARD
               MOVE "PAYMENT WAS NOT BY VIRTUAL CARD" TO RESULT-TEXT
               MOVE "Y" TO SETTLE-IS-REJECTED
           ELSE
           IF CHECK-IS-VOIDED
               MOVE "PAYMENT ALREADY VOIDED" TO RESULT-TEXT
               MOVE "Y" TO SETTLE-IS-REJECTED
           ELSE
           IF NOT CHECK-CARD-REQUESTED
               MOVE "PAYMENT NOT AWAITING THE ISSUER" TO RESULT-TEXT
               MOVE "Y" TO SETTLE-IS-REJECTED
           ELSE
           IF NOT SETTLE-IS-SETTLED AND NOT SETTLE-IS-DECLINED
               MOVE "UNKNOWN SETTLEMENT STATUS" TO RESULT-TEXT
               MOVE "Y" TO SETTLE-IS-REJECTED.

      *--------------------------------
      * A settled card payment is a
      * cleared payment - the issuer's
      * date and amount go where the
      * bank's would for a check, so
      * the reconciliation and the
      * archive treat it the same way.
      *--------------------------------
       SETTLE-THIS-PAYMENT.
           MOVE CHECK-RECORD TO SAVED-CHECK-IMAGE.
           MOVE "S" TO CHECK-CARD-STATUS.
           MOVE "Y" TO CHECK-CLEARED.
           MOVE SETTLE-DATE TO CHECK-CLEARED-DATE.
           IF CHECK-CLEARED-DATE = ZEROES
               MOVE TODAYS-DATE TO CHECK-CLEARED-DATE.
           MOVE SETTLE-AMOUNT TO CHECK-CLEARED-AMOUNT.
           MOVE SETTLE-REFERENCE TO CHECK-WIRE-REFERENCE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-CLEARED-BY.
           PERFORM REWRITE-CHECK-RECORD.
           ADD 1 TO SETTLED-COUNT.
           ADD CHECK-AMOUNT TO SETTLED-TOTAL.
           IF SETTLE-AMOUNT NOT = CHECK-AMOUNT
               MOVE "SETTLED - AMOUNT DIFFERS" TO RESULT-TEXT
           ELSE
               MOVE "SETTLED" TO RESULT-TEXT.

      *--------------------------------
      * The check number comes first -
      * if the account has no counter on
      * the control file nothing has
      * been touched yet and the line is
      * refused.
      *--------------------------------
       DECLINE-THIS-PAYMENT.
           MOVE CHECK-NUMBER TO OLD-CHECK-NUMBER.
           PERFORM GET-NEXT-CHECK-NUMBER.
           IF CONTROL-RECORD-FOUND = "N"
               ADD 1 TO REJECTED-COUNT
               MOVE "NO CHECK COUNTER - NOT REISSUED"
                   TO RESULT-TEXT
           ELSE
               PERFORM VOID-THE-CARD-PAYMENT
               PERFORM WRITE-THE-REPLACEMENT
               PERFORM RESTAMP-PAID-VOUCHERS
               PERFORM FLAG-VENDOR-OFF-CARD
               PERFORM DROP-THE-DECLINE-NOTE
               ADD 1 TO DECLINED-COUNT
               ADD CHECK-AMOUNT TO DECLINED-TOTAL
               MOVE SPACE TO RESULT-TEXT
               STRING "DECLINED - REISSUED AS " NEW-CHECK-NUMBER
                   DELIMITED BY SIZE INTO RESULT-TEXT.

      *--------------------------------
      * Advance this account's check
      * counter the same way the check
      * run does, so the replacement
      * lands in sequence with
      * everything else the account
      * writes.
      *--------------------------------
       GET-NEXT-CHECK-NUMBER.
           MOVE 2 TO CONTROL-TYPE.
           MOVE CHECK-ACCOUNT TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               ADD 1 TO CONTROL-LAST-CHECK
               MOVE CONTROL-LAST-CHECK TO NEW-CHECK-NUMBER
               PERFORM REWRITE-CONTROL-RECORD.

       VOID-THE-CARD-PAYMENT.
           MOVE CHECK-RECORD TO SAVED-CHECK-IMAGE.
           MOVE "Y" TO CHECK-VOIDED.
           MOVE "D" TO CHECK-CARD-STATUS.
           MOVE NEW-CHECK-NUMBER TO CHECK-REISSUED-TO.
           PERFORM REWRITE-CHECK-RECORD.

      *--------------------------------
      * The replacement is the declined
      * card payment reborn as a paper
      * check: same amount, invoice,
      * vendor and payee, flags reset,
      * dated the day the issuer
      * declined it, and held for a
      * second signature if it is over
      * the account's limit like any
      * other check.
      *--------------------------------
       WRITE-THE-REPLACEMENT.
           MOVE NEW-CHECK-NUMBER TO CHECK-NUMBER.
           MOVE "N" TO CHECK-CLEARED.
           MOVE "N" TO CHECK-VOIDED.
           MOVE "N" TO CHECK-PAID-BY-ACH.
           MOVE "N" TO CHECK-ESCHEATED.
           MOVE SETTLE-DATE TO CHECK-ISSUE-DATE.
           IF CHECK-ISSUE-DATE = ZEROES
               MOVE TODAYS-DATE TO CHECK-ISSUE-DATE.
           MOVE ZEROES TO CHECK-REISSUED-TO.
           MOVE OLD-CHECK-NUMBER TO CHECK-REISSUED-FROM.
           MOVE "N" TO CHECK-MANUAL.
           MOVE ZEROES TO CHECK-CLEARED-DATE.
           MOVE ZEROES TO CHECK-CLEARED-AMOUNT.
           MOVE "N" TO CHECK-PAID-BY-WIRE.
           MOVE SPACE TO CHECK-WIRE-REFERENCE.
           MOVE ZEROES TO CHECK-WIRE-FEE.
           MOVE "N" TO CHECK-SPOILED.
           MOVE "N" TO CHECK-SECOND-SIG.
           IF CONTROL-DUAL-SIG-LIMIT NOT = ZEROES
                   AND CHECK-AMOUNT > CONTROL-DUAL-SIG-LIMIT
               MOVE "Y" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM WRITE-CHECK-RECORD.

      *--------------------------------
      * VOUCHER-FILE has no key on
      * VOUCHER-CHECK-NO, so scan the
      * whole file for the vouchers
      * the card paid and point them
      * at the replacement check. The
      * payment amounts and dates are
      * left exactly as they are.
      *--------------------------------
       RESTAMP-PAID-VOUCHERS.
           MOVE ZEROES TO RESTAMPED-COUNT.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM SCAN-FOR-PAID-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       SCAN-FOR-PAID-VOUCHER.
           IF VOUCHER-CHECK-NO = OLD-CHECK-NUMBER AND
              VOUCHER-ACCOUNT = CHECK-ACCOUNT AND
              VOUCHER-PAID-AMOUNT NOT = ZEROES
               MOVE NEW-CHECK-NUMBER TO VOUCHER-CHECK-NO
               PERFORM REWRITE-VOUCHER-RECORD
               ADD 1 TO RESTAMPED-COUNT.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

      *--------------------------------
      * The supplier ID stays on the
      * vendor record, but PAY-BY-CARD
      * goes to "N" so VCHPAY02 pays
      * this vendor by check until the
      * card program is switched back
      * on in VNDMNT04.
      *--------------------------------
       FLAG-VENDOR-OFF-CARD.
           MOVE CHECK-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE "N" TO VENDOR-PAY-BY-CARD
               PERFORM REWRITE-VENDOR-RECORD.

       DROP-THE-DECLINE-NOTE.
           IF CHECK-VENDOR NOT = ZEROES
               MOVE CHECK-VENDOR TO VNOTE-VENDOR
               MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR
               MOVE SPACE TO VNOTE-TEXT
               STRING "CARD " OLD-CHECK-NUMBER
                      " DECLINED, CHECK " NEW-CHECK-NUMBER
                      " " SETTLE-REASON
                   DELIMITED BY SIZE INTO VNOTE-TEXT
               PERFORM WRITE-VENDOR-NOTE.

       PRINT-THE-RESULT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE SETTLE-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE SETTLE-STATUS TO PRINT-STATUS.
           IF CHECK-RECORD-FOUND = "Y"
               MOVE CHECK-VENDOR TO PRINT-VENDOR-NUMBER
               MOVE CHECK-AMOUNT TO PRINT-AMOUNT
               PERFORM SET-PRINT-AMOUNT-PARENS.
           MOVE RESULT-TEXT TO PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "CARDS SETTLED:" TO PRINT-TOTAL-TITLE.
           MOVE SETTLED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE SETTLED-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM SET-PRINT-TOTAL-AMOUNT-PARENS.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "CARDS DECLINED:" TO PRINT-TOTAL-TITLE.
           MOVE DECLINED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE DECLINED-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM SET-PRINT-TOTAL-AMOUNT-PARENS.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF DECLINED-COUNT NOT = ZEROES
               MOVE "REPLACEMENT CHECKS PRINT IN CHKPRT01"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF REJECTED-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "LINES NOT PROCESSED: " REJECTED-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

      *----------------------------------------
      * Show negative amounts in parentheses,
      * accounting-style, instead of a trailing
      * minus sign.
      *----------------------------------------
       SET-PRINT-AMOUNT-PARENS.
           MOVE SPACE TO PRINT-AMOUNT-PAREN.
           IF PRINT-AMOUNT (14:1) = "-"
               MOVE "(" TO PRINT-AMOUNT-PAREN
               MOVE ")" TO PRINT-AMOUNT (14:1).

       SET-PRINT-TOTAL-AMOUNT-PARENS.
           MOVE SPACE TO PRINT-TOTAL-AMOUNT-PAREN.
           IF PRINT-TOTAL-AMOUNT (15:1) = "-"
               MOVE "(" TO PRINT-TOTAL-AMOUNT-PAREN
               MOVE ")" TO PRINT-TOTAL-AMOUNT (15:1).

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
       READ-NEXT-SETTLE-RECORD.
           MOVE "N" TO SETTLE-FILE-AT-END.
           READ CARD-SETTLE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SETTLE-FILE-AT-END.

       READ-CHECK-RECORD.
           MOVE "Y" TO CHECK-RECORD-FOUND.
           READ CHECK-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-RECORD-FOUND.

       WRITE-CHECK-RECORD.
           WRITE CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK RECORD".
           MOVE "C" TO JRN-FILE-CODE.
           MOVE "W" TO JRN-ACTION.
           MOVE LOW-VALUES TO JRN-BEFORE-IMAGE.
           MOVE CHECK-RECORD TO JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.

       REWRITE-CHECK-RECORD.
           MOVE SAVED-CHECK-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE CHECK-RECORD TO JRN-AFTER-IMAGE.
           REWRITE CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK RECORD".
           MOVE "C" TO JRN-FILE-CODE.
           MOVE "R" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

           COPY "plvnt01.cbl".

           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

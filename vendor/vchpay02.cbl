      * selected invoices is skipped
      * (never a negative check) and left
      * selected for a later run.
      * So is a vendor still pending its
      * onboarding approval (VNDONB01),
      * and a vendor or one-time payee
      * with a sanctions list hit that
      * compliance has not cleared in
      * SANREV01.
      *
      * A vendor in the bank's virtual
      * card program (VENDOR-PAY-BY-CARD
      * with a supplier ID) is paid by
      * card instead: the payment is a
      * check record marked
      * CHECK-PAID-BY-CARD, numbered off
      * the account's own card series
      * (CONTROL-LAST-CARD, 70000001 up)
      * so no check stock is used, and
      * left "not sent" for CRDEXP01 to
      * put on the issuer's payment
      * request file once the run is
      * released.
      *
      * A one-time payee voucher
      * (VOUCHER-VENDOR zero, payee on
      * the one-time payee file) gets its
      * own check - never grouped.
      *
      * Withholding comes off the check,
      * never off the voucher: backup
      * withholding for a 1099 vendor
      * with no W-9, and chapter 3
      * withholding for a foreign vendor
      * (W-8 on file) paid U.S.-source
      * income - at the treaty rate the
      * W-8 claims, or the statutory
      * rate from the control file. Both
      * rates are read once, off the
      * voucher-counter control record,
      * at the start of the run.
      *
      * The finished run is recorded on
      * the check run release file -
      * account, check date, check range,
      * count, dollars and operator - as
      * pending release. Nothing it wrote
      * prints or goes to the bank until
      * a supervisor releases it in
      * CHKRUN01.
      *
      * A vendor with an IRS levy or a
      * court garnishment order in force
      * (LVYMNT01) has the levied share
      * of its net check diverted: the
      * vendor's check is cut short by
      * it and a separate check, in the
      * same run, goes to the taxing
      * authority or court - itself a
      * vendor - quoting the notice or
      * case number. The order's paid-
      * to-date moves, and the deduction
      * is recorded (FDLVD01) for the
      * remittance stub, the ledger and
      * LVYRPT01. A levy that takes the
      * whole check leaves the vendor a
      * zero check on paper, never a
      * card payment, so the stub still
      * tells the vendor where the money
      * went.
      *
      * A trial run goes through every
      * step above - grouping, credit
      * netting, discounts, retainage,
      * withholding, prepayment credits,
      * levies - but writes nothing: no checks, no
      * voucher stamps, no counter, no run
      * lock. It spools a proposed payment
      * register instead (VCHPAY02 on the
      * spool) - each vendor's gross,
      * discount, retainage, credits
      * applied, withholding and net
      * check - and the check numbers and
      * paper forms the real run would
      * use, so problems are fixed before
      * a number is burned.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvchdtl.cbl".

           COPY "slfpr01.cbl".

           COPY "slcrn01.cbl".

           COPY "slspl01.cbl".

           COPY "slsan01.cbl".

           COPY "sllvy01.cbl".

           COPY "sllvd01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY "fdvchdtl.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdspl01.cbl".

           COPY "fdsan01.cbl".

           COPY "fdlvy01.cbl".

           COPY "fdlvd01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.
       77  TRIAL-RUN                   PIC X.
       77  AUDIT-FILE-AT-END           PIC X.
       77  UNREVIEWED-CHANGES          PIC X.
       77  ACCT-RECORD-FOUND           PIC X.
       77  SAVED-VOUCHER-IMAGE         PIC X(400).
       77  NEXT-CHECK-NUMBER           PIC 9(8).
       77  CHECK-RUN-DATE              PIC 9(8).
       77  RUN-FIRST-CHECK             PIC 9(8).
       77  RUN-FIRST-CARD              PIC 9(8).
       77  RUN-LAST-CHECK              PIC 9(8).
       77  RUN-CARD-FOUND              PIC X.
       77  SAVED-CHECK-IMAGE           PIC X(179).
       77  RUN-CHECK-COUNT             PIC 9(5) VALUE ZEROES.
       77  RUN-CHECK-TOTAL             PIC S9(9)V99 VALUE ZEROES.

       77  RECORD-COUNT                PIC 9(5) VALUE ZEROES.
       77  TOTAL-AMOUNT                PIC S9(9)V99 VALUE ZEROES.
       77  WHT-THIS-AMOUNT             PIC S9(8)V99.
       77  GROUP-WHT                   PIC S9(9)V99.
       77  GROUP-WHT-APPLIES           PIC X.
       77  GROUP-WHT-RATE              PIC 9(2)V99.
       77  GROUP-WHT-TYPE              PIC X.
       77  GROUP-PAY-BY-CARD           PIC X.
       77  GROUP-LEVY                  PIC S9(9)V99.
       77  LEVY-RUN-COUNT              PIC 9(5) VALUE ZEROES.
       77  LEVY-RUN-TOTAL              PIC S9(9)V99 VALUE ZEROES.
       77  CARD-RUN-COUNT              PIC 9(5) VALUE ZEROES.
       77  CARD-RUN-TOTAL              PIC S9(9)V99 VALUE ZEROES.
       77  BACKUP-WHT-RATE             PIC 9(2)V99 VALUE ZEROES.
       77  NRA-WHT-RATE                PIC 9(2)V99 VALUE ZEROES.
       77  NRA-WHT-TOTAL               PIC S9(9)V99 VALUE ZEROES.
       77  WHT-TOTAL                   PIC S9(9)V99 VALUE ZEROES.
       77  WHT-TOTAL-PAREN             PIC X VALUE SPACE.
       77  WHT-TOTAL-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
       77  STOCK-RUN-OK                PIC X.
       77  GROUP-SCAN-AT-END           PIC X.
       77  SKIPPED-GROUP-COUNT         PIC 9(5) VALUE ZEROES.
       77  GROUP-IS-PENDING            PIC X.
       77  PENDING-GROUP-COUNT         PIC 9(5) VALUE ZEROES.
       77  GROUP-IS-SANCTIONED         PIC X.
       77  SANCTIONS-SKIP-COUNT        PIC 9(5) VALUE ZEROES.
       77  TOTAL-AMOUNT-PAREN          PIC X VALUE SPACE.
       77  TOTAL-AMOUNT-FIELD          PIC ZZZ,ZZZ,ZZ9.99-.

               10  PPD-VOUCHER         PIC 9(7).
               10  PPD-AMOUNT          PIC S9(8)V99.

      *--------------------------------
      * The trial run's proposed
      * payment register.
      *--------------------------------
       77  GROUP-GROSS                 PIC S9(9)V99.
       77  GROUP-DISCOUNT              PIC S9(9)V99.
       77  GROUP-RETAIN                PIC S9(9)V99.
       77  GROUP-CREDITS               PIC S9(9)V99.
       77  GROUP-NET                   PIC S9(9)V99.
       77  REG-GROSS-TOTAL             PIC S9(9)V99 VALUE ZEROES.
       77  REG-DISCOUNT-TOTAL          PIC S9(9)V99 VALUE ZEROES.
       77  REG-RETAIN-TOTAL            PIC S9(9)V99 VALUE ZEROES.
       77  REG-CREDIT-TOTAL            PIC S9(9)V99 VALUE ZEROES.
       77  REG-WHT-TOTAL               PIC S9(9)V99 VALUE ZEROES.
       77  REG-NET-TOTAL               PIC S9(9)V99 VALUE ZEROES.
       77  REG-LEVY-TOTAL              PIC S9(9)V99 VALUE ZEROES.
       77  REG-CHECK-COUNT             PIC 9(5) VALUE ZEROES.
       77  REG-ACH-COUNT               PIC 9(5) VALUE ZEROES.
       77  REG-CARD-COUNT              PIC 9(5) VALUE ZEROES.
       77  REG-FORMS-NEEDED            PIC 9(5) VALUE ZEROES.
       77  REG-LAST-CHECK              PIC 9(8).

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

       01  TITLE-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(34)
               VALUE "PROPOSED PAYMENT REGISTER - TRIAL".
           05  FILLER               PIC X(21) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  REGISTER-RUN-LINE.
           05  FILLER               PIC X(8)  VALUE "ACCOUNT ".
           05  PRINT-REG-ACCOUNT    PIC 9(10).
           05  FILLER               PIC X(14)
               VALUE "  CHECK DATE: ".
           05  PRINT-REG-DATE       PIC Z9/99/9999.
           05  FILLER               PIC X(23)
               VALUE "  - NOTHING IS WRITTEN".

       01  COLUMN-LINE-1.
           05  FILLER               PIC X(9)  VALUE "VENDOR".
           05  FILLER               PIC X(32) VALUE "PAYEE".
           05  FILLER               PIC X(7)  VALUE "VCHRS".
           05  FILLER               PIC X(13) VALUE "    NET CHECK".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  FILLER               PIC X(18) VALUE "NOTE".

       01  COLUMN-LINE-2.
           05  FILLER               PIC X(5)  VALUE SPACE.
           05  FILLER               PIC X(15) VALUE "        GROSS".
           05  FILLER               PIC X(15) VALUE "     DISCOUNT".
           05  FILLER               PIC X(15) VALUE "    RETAINAGE".
           05  FILLER               PIC X(15) VALUE "CREDIT/PREPAY".
           05  FILLER               PIC X(13) VALUE "  WITHHOLDING".

       01  REGISTER-LINE-1.
           05  PRINT-REG-VENDOR     PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-NAME       PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-COUNT      PIC ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACE.
           05  PRINT-REG-NET        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-REG-NOTE       PIC X(18).

       01  REGISTER-LINE-2.
           05  FILLER               PIC X(5)  VALUE SPACE.
           05  PRINT-REG-GROSS      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-DISCOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-RETAIN     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-CREDITS    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-REG-WHT        PIC ZZ,ZZZ,ZZ9.99.

       01  REGISTER-LEVY-LINE.
           05  FILLER               PIC X(5)  VALUE SPACE.
           05  FILLER               PIC X(9)  VALUE "LEVY TO ".
           05  PRINT-LEVY-AUTHORITY PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-LEVY-REFERENCE PIC X(15).
           05  FILLER               PIC X(4)  VALUE SPACE.
           05  PRINT-LEVY-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6)  VALUE " LEFT ".
           05  PRINT-LEVY-BALANCE   PIC ZZ,ZZZ,ZZ9.99.

           COPY "wscase01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wsspl01.cbl".

           COPY "wssan01.cbl".

           COPY "wslvy01.cbl".

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

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN I-O JOURNAL-FILE.
           MOVE "VCHPAY02" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN I-O STATS-FILE.
           OPEN INPUT CHECK-STOCK-FILE.
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN I-O CHECK-RUN-FILE.
           OPEN INPUT SANCTIONS-HIT-FILE.
           OPEN I-O LEVY-ORDER-FILE.
           OPEN I-O LEVY-DEDUCTION-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE STATS-FILE.
           CLOSE CHECK-STOCK-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE CHECK-RUN-FILE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE LEVY-ORDER-FILE.
           CLOSE LEVY-DEDUCTION-FILE.

       MAIN-PROCESS.
           PERFORM CHECK-UNREVIEWED-CHANGES.
           ELSE
               PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-TRIAL-RUN
               PERFORM GET-CHECK-ACCOUNT
               PERFORM GET-CHECK-RUN-DATE
               PERFORM GET-WITHHOLDING-RATES
               PERFORM GET-NEXT-CHECK-NUMBER
               IF TRIAL-RUN = "Y"
                   PERFORM RUN-THE-TRIAL
               ELSE
                   PERFORM TAKE-THE-RUN-LOCK
                   IF RUN-LOCK-TAKEN = "Y"
                       PERFORM WARN-ON-CHECK-STOCK
                       IF STOCK-RUN-OK = "Y"
                           PERFORM PROCESS-VOUCHERS
                           PERFORM RECORD-THE-CHECK-RUN
                           PERFORM RELEASE-THE-RUN-LOCK
                           PERFORM CREATE-PREPAY-CREDITS
                           PERFORM DISPLAY-RUN-TOTALS
                       ELSE
                           PERFORM RELEASE-THE-RUN-LOCK.

      *--------------------------------
      * The interlock: one check run
               ACCEPT CONTROL-LOCK-TIME FROM TIME
               MOVE CONTROL-LAST-CHECK
                   TO CONTROL-LOCK-LAST-CHECK
               COMPUTE RUN-FIRST-CHECK = CONTROL-LAST-CHECK + 1
               COMPUTE RUN-FIRST-CARD =
                   70000001 + CONTROL-LAST-CARD
               PERFORM REWRITE-CONTROL-RECORD.

       REFUSE-THE-LOCKED-RUN.
           DISPLAY "IF THAT RUN CRASHED, A SUPERVISOR CAN CLEAR".
           DISPLAY "THE LOCK IN VCHAPR01.".

      *--------------------------------
      * The lock keeps other runs off
      * the account, so this run's
      * checks are the unbroken range
      * from RUN-FIRST-CHECK to the
      * counter. A run that wrote only
      * card payments used no check
      * number at all, so it is keyed
      * on its first card number
      * instead - otherwise the next
      * run would start from the same
      * check number and collide.
      *--------------------------------
       RECORD-THE-CHECK-RUN.
           MOVE CONTROL-LAST-CHECK TO RUN-LAST-CHECK.
           IF RUN-CHECK-COUNT NOT = ZEROES
                   AND CONTROL-LAST-CHECK < RUN-FIRST-CHECK
               PERFORM RE-KEY-A-CARD-ONLY-RUN.
           IF RUN-CHECK-COUNT NOT = ZEROES
               MOVE CHECK-ACCOUNT-ENTRY TO CRN-ACCOUNT
               MOVE RUN-FIRST-CHECK TO CRN-FIRST-CHECK
               MOVE RUN-LAST-CHECK TO CRN-LAST-CHECK
               MOVE CHECK-RUN-DATE TO CRN-RUN-DATE
               MOVE RUN-CHECK-COUNT TO CRN-CHECK-COUNT
               MOVE RUN-CHECK-TOTAL TO CRN-AMOUNT
               MOVE SIGNED-ON-OPERATOR TO CRN-OPERATOR
               MOVE "P" TO CRN-STATUS
               MOVE SPACE TO CRN-DECIDED-BY
               MOVE ZEROES TO CRN-DECIDED-DATE
               MOVE SPACE TO CRN-REJECT-REASON
               PERFORM WRITE-CHECK-RUN-RECORD.

       RE-KEY-A-CARD-ONLY-RUN.
           COMPUTE RUN-LAST-CHECK = 70000000 + CONTROL-LAST-CARD.
           MOVE CHECK-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE RUN-FIRST-CARD TO CHECK-NUMBER.
           PERFORM RE-KEY-ONE-CARD-PAYMENT
               UNTIL CHECK-NUMBER > RUN-LAST-CHECK.
           MOVE RUN-FIRST-CARD TO RUN-FIRST-CHECK.

       RE-KEY-ONE-CARD-PAYMENT.
           MOVE "Y" TO RUN-CARD-FOUND.
           READ CHECK-FILE RECORD
               INVALID KEY
               MOVE "N" TO RUN-CARD-FOUND.
           IF RUN-CARD-FOUND = "Y"
                   AND CHECK-RUN-FIRST = RUN-FIRST-CHECK
               MOVE CHECK-RECORD TO SAVED-CHECK-IMAGE
               MOVE RUN-FIRST-CARD TO CHECK-RUN-FIRST
               PERFORM REWRITE-CHECK-RECORD.
           ADD 1 TO CHECK-NUMBER.

       WRITE-CHECK-RUN-RECORD.
           WRITE CHECK-RUN-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK RUN RECORD".

       RELEASE-THE-RUN-LOCK.
           MOVE "N" TO CONTROL-LOCK-FLAG.
           MOVE SPACE TO CONTROL-LOCK-OPERATOR.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-TRIAL-RUN.
           PERFORM ACCEPT-TRIAL-RUN.
           PERFORM RE-ACCEPT-TRIAL-RUN
               UNTIL TRIAL-RUN = "Y" OR "N".

       ACCEPT-TRIAL-RUN.
           DISPLAY "TRIAL RUN ONLY - PROPOSED REGISTER, NOTHING".
           DISPLAY "WRITTEN (Y/N)?".
           ACCEPT TRIAL-RUN.
           INSPECT TRIAL-RUN
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TRIAL-RUN.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-TRIAL-RUN.

      *--------------------------------
      * The account has to be on the
      * bank account master and active
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

      *--------------------------------
      * The check date books the whole
      * run, so it may not fall in a
      * closed fiscal period - nor a
      * soft-closed one below level 9.
      *--------------------------------
       GET-CHECK-RUN-DATE.
           PERFORM ACCEPT-CHECK-RUN-DATE.
           PERFORM RE-ACCEPT-CHECK-RUN-DATE
               UNTIL FISCAL-DATE-IS-OPEN = "Y".

       ACCEPT-CHECK-RUN-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER CHECK DATE (MM/DD/YYYY)?"
               TO DATE-PROMPT.
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CHECK-RUN-DATE.
           MOVE CHECK-RUN-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.

       RE-ACCEPT-CHECK-RUN-DATE.
           DISPLAY "THAT DATE FALLS IN FISCAL PERIOD "
                   FISCAL-PERIOD-STAMP
                   ", WHICH IS CLOSED TO PAYMENTS".
           PERFORM ACCEPT-CHECK-RUN-DATE.

       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *--------------------------------
      * No checks move until every
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.

      *--------------------------------
      * The withholding rates live on
      * the voucher-counter record
      * (type 1, account zero), not on
      * the account's check counter
      * record, so they are picked up
      * before that record is read.
      *--------------------------------
       GET-WITHHOLDING-RATES.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-BACKUP-WHT-RATE TO BACKUP-WHT-RATE
               MOVE CONTROL-NRA-WHT-RATE TO NRA-WHT-RATE.

      *--------------------------------
      * Find this account's counter
      * record in the control file,
           MOVE ZEROES TO CONTROL-LOCK-DATE CONTROL-LOCK-TIME
                          CONTROL-LOCK-LAST-CHECK.
           MOVE ZEROES TO CONTROL-DUAL-SIG-LIMIT.
           MOVE ZEROES TO CONTROL-NRA-WHT-RATE.
           MOVE ZEROES TO CONTROL-MILEAGE-RATE.
           MOVE ZEROES TO CONTROL-CAPITAL-THRESHOLD.
           MOVE ZEROES TO CONTROL-VERIFY-LIMIT.
           MOVE ZEROES TO CONTROL-LAST-CARD.
           MOVE ZEROES TO CONTROL-CARD-REBATE-RATE.
           IF TRIAL-RUN NOT = "Y"
               PERFORM WRITE-CONTROL-RECORD.

      *--------------------------------
      * The run must not assign numbers
      * payees entirely. No backup
      * withholding applies (there is
      * no vendor W-9 status to
      * consult). A payee with a
      * sanctions hit not cleared is
      * not paid.
      *--------------------------------
       PAY-ONE-TIME-VOUCHER.
           MOVE VOUCHER-RECORD TO SAVED-VOUCHER-IMAGE.
           MOVE "N" TO GROUP-WHT-APPLIES.
           MOVE SPACE TO GROUP-WHT-TYPE.
           PERFORM SET-PAY-THIS-AMOUNT.
           MOVE "O" TO SAN-CHECK-TYPE.
           MOVE VOUCHER-NUMBER TO SAN-CHECK-PARTY.
           PERFORM CHECK-SANCTIONS-BLOCK.
           IF SAN-PARTY-BLOCKED = "Y"
               PERFORM SKIP-THE-SANCTIONED-PAYEE
           ELSE
           IF PAY-THIS-AMOUNT NOT > ZEROES
               ADD 1 TO SKIPPED-GROUP-COUNT
               DISPLAY "ONE-TIME VOUCHER " VOUCHER-NUMBER
                       " SKIPPED - NOTHING DUE"
           ELSE
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-ONE-TIME-CHECK
           ELSE
               PERFORM WRITE-ONE-TIME-CHECK.
           PERFORM READ-NEXT-VALID-VOUCHER.

       WRITE-ONE-TIME-CHECK.
           PERFORM WRITE-CHECK-RECORD.
           PERFORM STAMP-VOUCHER-AS-PAID.
           MOVE WHT-THIS-AMOUNT TO VOUCHER-WHT-AMOUNT.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM GET-MONTH-STAT-RECORD.
           ADD 1 TO STAT-CHECKS-WRITTEN.
           MOVE "N" TO CHECK-SPOILED.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE RUN-FIRST-CHECK TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM SET-SECOND-SIG-FLAG.

      *--------------------------------
       PAY-ONE-VENDOR-GROUP.
           MOVE VOUCHER-VENDOR TO GROUP-VENDOR.
           MOVE ZEROES TO GROUP-TOTAL GROUP-COUNT GROUP-WHT.
           MOVE ZEROES TO GROUP-GROSS GROUP-DISCOUNT
                          GROUP-RETAIN GROUP-CREDITS.
           MOVE SPACE TO GROUP-FIRST-INVOICE.
           PERFORM SET-GROUP-WHT-APPLIES.
           MOVE "N" TO GROUP-PAY-BY-CARD.
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-CARD-USED
                   AND VENDOR-CARD-SUPPLIER-ID NOT = SPACE
               MOVE "Y" TO GROUP-PAY-BY-CARD.
           MOVE "N" TO GROUP-IS-PENDING.
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-IS-PENDING
               MOVE "Y" TO GROUP-IS-PENDING.
           MOVE "V" TO SAN-CHECK-TYPE.
           MOVE GROUP-VENDOR TO SAN-CHECK-PARTY.
           PERFORM CHECK-SANCTIONS-BLOCK.
           MOVE SAN-PARTY-BLOCKED TO GROUP-IS-SANCTIONED.
           PERFORM SUM-THE-GROUP
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR VOUCHER-VENDOR NOT = GROUP-VENDOR.
      * reportable payment. The rate
      * lives on the control file; zero
      * turns it off.
      *
      * A vendor with a W-8 on file is a
      * foreign person instead, and
      * chapter 3 withholding applies
      * to U.S.-source payments: the
      * treaty rate when the W-8 claims
      * a treaty, nothing for income
      * effectively connected with a
      * U.S. business (W-8ECI), the
      * statutory rate otherwise. Those
      * vouchers are marked "N" even at
      * a zero rate, for the 1042-S.
      *--------------------------------
       SET-GROUP-WHT-APPLIES.
           MOVE "N" TO GROUP-WHT-APPLIES.
           MOVE ZEROES TO GROUP-WHT-RATE.
           MOVE SPACE TO GROUP-WHT-TYPE.
           MOVE GROUP-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               NEXT SENTENCE
           ELSE
           IF VENDOR-W8-VALID
               PERFORM SET-GROUP-NRA-RATE
           ELSE
           IF BACKUP-WHT-RATE NOT = ZEROES
                   AND VENDOR-REQUIRES-1099
                   AND VENDOR-W9-NOT-RECEIVED
               MOVE "Y" TO GROUP-WHT-APPLIES
               MOVE BACKUP-WHT-RATE TO GROUP-WHT-RATE
               MOVE "B" TO GROUP-WHT-TYPE.

       SET-GROUP-NRA-RATE.
           IF VENDOR-IS-US-SOURCE
               MOVE "N" TO GROUP-WHT-TYPE
               IF VENDOR-W8-IS-ECI OR NRA-WHT-RATE = ZEROES
                   NEXT SENTENCE
               ELSE
               IF VENDOR-TREATY-COUNTRY NOT = SPACE
                   MOVE VENDOR-TREATY-RATE TO GROUP-WHT-RATE
                   MOVE "Y" TO GROUP-WHT-APPLIES
               ELSE
                   MOVE NRA-WHT-RATE TO GROUP-WHT-RATE
                   MOVE "Y" TO GROUP-WHT-APPLIES.

       SUM-THE-GROUP.
           PERFORM SET-PAY-THIS-AMOUNT.
           ADD PAY-THIS-AMOUNT TO GROUP-TOTAL.
           ADD WHT-THIS-AMOUNT TO GROUP-WHT.
           PERFORM ADD-TO-THE-GROUP-REGISTER.
           IF GROUP-FIRST-INVOICE = SPACE
               MOVE VOUCHER-INVOICE TO GROUP-FIRST-INVOICE.
           PERFORM READ-NEXT-VALID-VOUCHER.

       PAY-THE-GROUP.
           IF GROUP-IS-SANCTIONED = "Y"
               PERFORM SKIP-THE-SANCTIONED-GROUP
           ELSE
           IF GROUP-IS-PENDING = "Y"
               PERFORM SKIP-THE-PENDING-GROUP
           ELSE
           IF GROUP-TOTAL NOT > ZEROES
               PERFORM SKIP-THE-GROUP
           ELSE
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-GROUP-CHECK
           ELSE
               PERFORM PAY-GROUP-AS-NET-CHECK.

      *--------------------------------
      * What the register shows for the
      * group: a credit memo (a keyed
      * one or a prepayment's offset)
      * is a credit applied; anything
      * else is gross - the open amount
      * before its discount and
      * retainage came off.
      *--------------------------------
       ADD-TO-THE-GROUP-REGISTER.
           IF PAY-THIS-AMOUNT < ZEROES
               SUBTRACT PAY-THIS-AMOUNT FROM GROUP-CREDITS
           ELSE
               COMPUTE GROUP-GROSS = GROUP-GROSS + PAY-THIS-AMOUNT
                   + DISCOUNT-THIS-AMOUNT + RETAIN-THIS-AMOUNT
               ADD DISCOUNT-THIS-AMOUNT TO GROUP-DISCOUNT
               ADD RETAIN-THIS-AMOUNT TO GROUP-RETAIN.

      *--------------------------------
      * How much of this voucher the
               SUBTRACT RETAIN-THIS-AMOUNT FROM PAY-THIS-AMOUNT.
           MOVE ZEROES TO WHT-THIS-AMOUNT.
           IF GROUP-WHT-APPLIES = "Y"
               AND (VOUCHER-DEDUCTIBLE = "Y" OR GROUP-WHT-TYPE = "N")
               AND VOUCHER-TYPE-INVOICE
               AND PAY-THIS-AMOUNT > ZEROES
               COMPUTE WHT-THIS-AMOUNT ROUNDED =
                   PAY-THIS-AMOUNT * GROUP-WHT-RATE / 100.

      *--------------------------------
      * A foreign invoice settles at
      * stamped with that check number.
      *--------------------------------
       PAY-GROUP-AS-NET-CHECK.
           PERFORM FIGURE-GROUP-LEVIES.
           IF GROUP-PAY-BY-CARD = "Y"
               PERFORM ASSIGN-NEXT-CARD-NUMBER
           ELSE
               PERFORM ASSIGN-NEXT-CHECK-NUMBER.
           PERFORM BUILD-NET-CHECK-RECORD.
           IF GROUP-PAY-BY-CARD = "Y"
               PERFORM MARK-AS-CARD-PAYMENT.
           PERFORM WRITE-CHECK-RECORD.
           PERFORM START-GROUP-SCAN.
           PERFORM STAMP-ONE-GROUP-VOUCHER
           ADD 1 TO RECORD-COUNT.
           ADD GROUP-TOTAL TO TOTAL-AMOUNT.
           PERFORM ACCRUE-GROUP-WITHHOLDING.
           MOVE CHECK-ACCOUNT-ENTRY TO LVY-CHECK-ACCOUNT.
           MOVE NEXT-CHECK-NUMBER TO LVY-CHECK-NUMBER.
           PERFORM PAY-ONE-GROUP-LEVY
               VARYING LVY-SUB FROM 1 BY 1
               UNTIL LVY-SUB > LVY-COUNT.
           PERFORM POSITION-AFTER-GROUP.

      *--------------------------------
      * The levies come off what the
      * vendor would otherwise be paid
      * - the net after withholding. A
      * levy that leaves nothing for
      * the vendor sends the zero
      * payment on paper: a card issuer
      * will not carry a zero payment,
      * and the stub is the vendor's
      * notice of the levy.
      *--------------------------------
       FIGURE-GROUP-LEVIES.
           MOVE GROUP-VENDOR TO LVY-PAYEE.
           MOVE CHECK-RUN-DATE TO LVY-PAY-DATE.
           COMPUTE LVY-PAYMENT = GROUP-TOTAL - GROUP-WHT.
           PERFORM FIGURE-THE-LEVIES.
           MOVE LVY-TOTAL TO GROUP-LEVY.
           IF LVY-LEFT NOT > ZEROES
               MOVE "N" TO GROUP-PAY-BY-CARD.

      *--------------------------------
      * Each order's share is its own
      * check to the authority, next in
      * the run's check series, with
      * the notice or case number as
      * the invoice so the authority
      * credits the right taxpayer.
      *--------------------------------
       PAY-ONE-GROUP-LEVY.
           PERFORM ASSIGN-NEXT-CHECK-NUMBER.
           PERFORM BUILD-LEVY-CHECK-RECORD.
           PERFORM WRITE-CHECK-RECORD.
           MOVE NEXT-CHECK-NUMBER TO LVY-REMIT-NUMBER.
           PERFORM POST-ONE-LEVY.
           PERFORM GET-MONTH-STAT-RECORD.
           ADD 1 TO STAT-CHECKS-WRITTEN.
           PERFORM SAVE-MONTH-STAT-RECORD.
           ADD 1 TO RECORD-COUNT.
           ADD 1 TO LEVY-RUN-COUNT.
           ADD LVY-ENTRY-AMOUNT (LVY-SUB) TO LEVY-RUN-TOTAL.
           DISPLAY "VENDOR " GROUP-VENDOR " LEVY "
                   LVY-ENTRY-REFERENCE (LVY-SUB)
                   " PAID TO " LVY-ENTRY-AUTHORITY (LVY-SUB)
                   " ON CHECK " NEXT-CHECK-NUMBER.

       BUILD-LEVY-CHECK-RECORD.
           MOVE CHECK-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO CHECK-AMOUNT.
           MOVE LVY-ENTRY-REFERENCE (LVY-SUB) TO CHECK-INVOICE.
           MOVE LVY-ENTRY-AUTHORITY (LVY-SUB) TO CHECK-VENDOR.
           PERFORM LOOKUP-VENDOR-FOR-CHECK.
           MOVE "N" TO CHECK-CLEARED.
           MOVE "N" TO CHECK-VOIDED.
           MOVE "N" TO CHECK-PAID-BY-ACH.
           MOVE "N" TO CHECK-ESCHEATED.
           MOVE ZEROES TO CHECK-REISSUED-TO.
           MOVE ZEROES TO CHECK-REISSUED-FROM.
           MOVE "N" TO CHECK-MANUAL.
           MOVE CHECK-RUN-DATE TO CHECK-ISSUE-DATE.
           MOVE ZEROES TO CHECK-CLEARED-DATE.
           MOVE ZEROES TO CHECK-CLEARED-AMOUNT.
           MOVE "N" TO CHECK-PAID-BY-WIRE.
           MOVE SPACE TO CHECK-WIRE-REFERENCE.
           MOVE ZEROES TO CHECK-WIRE-FEE.
           MOVE "N" TO CHECK-SPOILED.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE RUN-FIRST-CHECK TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM SET-SECOND-SIG-FLAG.

      *--------------------------------
      * The withheld dollars build up
      * on the vendor record for the
      * year-end remittance - backup
      * withholding for the 1099
      * withholding box, foreign
      * withholding for the 1042-S.
      *--------------------------------
       ACCRUE-GROUP-WITHHOLDING.
           IF GROUP-WHT NOT = ZEROES
               MOVE GROUP-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF GROUP-WHT-TYPE = "N"
                   PERFORM ACCRUE-GROUP-NRA-WHT
               ELSE
                   PERFORM ACCRUE-GROUP-BACKUP-WHT.

       ACCRUE-GROUP-BACKUP-WHT.
           ADD GROUP-WHT TO WHT-TOTAL.
           IF VENDOR-RECORD-FOUND = "Y"
               ADD GROUP-WHT TO VENDOR-WHT-YTD
               PERFORM REWRITE-VENDOR-RECORD.

       ACCRUE-GROUP-NRA-WHT.
           ADD GROUP-WHT TO NRA-WHT-TOTAL.
           IF VENDOR-RECORD-FOUND = "Y"
               ADD GROUP-WHT TO VENDOR-NRA-WHT-YTD
               PERFORM REWRITE-VENDOR-RECORD.

      *--------------------------------
      * The record exactly as it was
           PERFORM SET-PAY-THIS-AMOUNT.
           PERFORM STAMP-VOUCHER-AS-PAID.
           MOVE WHT-THIS-AMOUNT TO VOUCHER-WHT-AMOUNT.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF GROUP-WHT-TYPE = "N"
                   OR WHT-THIS-AMOUNT NOT = ZEROES
               MOVE GROUP-WHT-TYPE TO VOUCHER-WHT-TYPE.
           PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM READ-NEXT-GROUP-VOUCHER.

           ADD 1 TO SKIPPED-GROUP-COUNT.
           DISPLAY "VENDOR " GROUP-VENDOR " SKIPPED - CREDITS "
                   "EXCEED SELECTED INVOICES".
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-SKIPPED-GROUP.

      *--------------------------------
      * A vendor still pending its
      * onboarding approval (VNDONB01)
      * is not paid - its vouchers stay
      * selected for the first run after
      * a supervisor approves it.
      *--------------------------------
       SKIP-THE-PENDING-GROUP.
           ADD 1 TO PENDING-GROUP-COUNT.
           DISPLAY "VENDOR " GROUP-VENDOR " SKIPPED - PENDING "
                   "ONBOARDING APPROVAL".
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-PENDING-GROUP.

      *--------------------------------
      * A vendor or one-time payee with
      * a sanctions list hit still open
      * or confirmed is not paid - the
      * vouchers stay selected until
      * compliance clears the hit in
      * SANREV01.
      *--------------------------------
       SKIP-THE-SANCTIONED-GROUP.
           ADD 1 TO SANCTIONS-SKIP-COUNT.
           DISPLAY "VENDOR " GROUP-VENDOR " SKIPPED - SANCTIONS "
                   "LIST HIT NOT CLEARED".
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-SANCTIONED-GROUP.

       SKIP-THE-SANCTIONED-PAYEE.
           ADD 1 TO SANCTIONS-SKIP-COUNT.
           DISPLAY "ONE-TIME VOUCHER " VOUCHER-NUMBER
                   " SKIPPED - SANCTIONS LIST HIT NOT CLEARED".
           IF TRIAL-RUN = "Y"
               PERFORM PROPOSE-SANCTIONED-PAYEE.

      *--------------------------------
      * Advance and save the control
           MOVE CONTROL-LAST-CHECK TO NEXT-CHECK-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.

      *--------------------------------
      * A card payment takes the next
      * number in the account's card
      * series instead - 70000001 up,
      * clear of any check stock - and
      * is saved the same way.
      *--------------------------------
       ASSIGN-NEXT-CARD-NUMBER.
           ADD 1 TO CONTROL-LAST-CARD.
           COMPUTE NEXT-CHECK-NUMBER = 70000000 + CONTROL-LAST-CARD.
           PERFORM REWRITE-CONTROL-RECORD.

      *--------------------------------
      * A card payment never prints, so
      * it carries no second signature;
      * it stays in the run and goes to
      * the issuer only when the run is
      * released.
      *--------------------------------
       MARK-AS-CARD-PAYMENT.
           MOVE "Y" TO CHECK-PAID-BY-CARD.
           MOVE "N" TO CHECK-CARD-STATUS.
           IF CHECK-SECOND-SIG = "Y"
               SUBTRACT 1 FROM SECOND-SIG-COUNT.
           MOVE "N" TO CHECK-SECOND-SIG.
           ADD 1 TO CARD-RUN-COUNT.
           ADD CHECK-AMOUNT TO CARD-RUN-TOTAL.

      *--------------------------------
      * The check itself is for the
      * group total less any backup
      * withholding and any levy - the
      * vendor gets the net, the
      * vouchers still close at their
      * full amounts.
      *--------------------------------
       BUILD-NET-CHECK-RECORD.
           MOVE CHECK-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER.
           COMPUTE CHECK-AMOUNT =
               GROUP-TOTAL - GROUP-WHT - GROUP-LEVY.
           IF GROUP-COUNT = 1
               MOVE GROUP-FIRST-INVOICE TO CHECK-INVOICE
           ELSE
           MOVE "N" TO CHECK-SPOILED.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE RUN-FIRST-CHECK TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM SET-SECOND-SIG-FLAG.

       LOOKUP-VENDOR-FOR-CHECK.
                         VOUCHER-HOLD-REASON
                         VOUCHER-HOLD-NOTE
                         VOUCHER-CURRENCY
                         VOUCHER-CHANGED-BY
                         VOUCHER-APPROVED-BY
                         VOUCHER-CONTRACT
                         VOUCHER-VERIFY-STATUS
                         VOUCHER-VERIFIED-BY.
           MOVE ZEROES TO VOUCHER-NUMBER
                          VOUCHER-VENDOR
                          VOUCHER-AMOUNT
                          VOUCHER-BATCH
                          VOUCHER-FX-GAIN
                          VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-AMT
                          VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE "N" TO VOUCHER-DEDUCTIBLE.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-APPR-STATUS.
           PERFORM REWRITE-CONTROL-RECORD.

       WRITE-NEW-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           MOVE "PREPAYMENT APPLIED" TO VOUCHER-DETAIL-FOR.
           MOVE VOUCHER-AMOUNT TO VOUCHER-DETAIL-AMOUNT.
           MOVE "1400-PREPAYDEP" TO VOUCHER-DETAIL-GL-ACCT.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DETAIL RECORD".
           DISPLAY "CHECKS WRITTEN: " RECORD-COUNT.
           DISPLAY "TOTAL AMOUNT:   " TOTAL-AMOUNT-PAREN
                   TOTAL-AMOUNT-FIELD.
           IF CARD-RUN-COUNT NOT = ZEROES
               MOVE CARD-RUN-TOTAL TO TOTAL-AMOUNT-FIELD
               PERFORM SET-TOTAL-AMOUNT-PARENS
               DISPLAY "PAID BY VIRTUAL CARD: " CARD-RUN-COUNT
                       " " TOTAL-AMOUNT-PAREN TOTAL-AMOUNT-FIELD
               DISPLAY "- SENT TO THE ISSUER BY CRDEXP01 ONCE "
                       "RELEASED".
           IF DISCOUNT-TOTAL NOT = ZEROES
               MOVE DISCOUNT-TOTAL TO DISCOUNT-TOTAL-FIELD
               PERFORM SET-DISCOUNT-TOTAL-PARENS
               PERFORM SET-WHT-TOTAL-PARENS
               DISPLAY "BACKUP WITHHOLDING: " WHT-TOTAL-PAREN
                       WHT-TOTAL-FIELD.
           IF NRA-WHT-TOTAL NOT = ZEROES
               MOVE NRA-WHT-TOTAL TO WHT-TOTAL-FIELD
               PERFORM SET-WHT-TOTAL-PARENS
               DISPLAY "FOREIGN WITHHOLDING: " WHT-TOTAL-PAREN
                       WHT-TOTAL-FIELD.
           IF LEVY-RUN-COUNT NOT = ZEROES
               MOVE LEVY-RUN-TOTAL TO TOTAL-AMOUNT-FIELD
               PERFORM SET-TOTAL-AMOUNT-PARENS
               DISPLAY "LEVY/GARNISHMENT CHECKS: " LEVY-RUN-COUNT
                       " " TOTAL-AMOUNT-PAREN TOTAL-AMOUNT-FIELD.
           IF SECOND-SIG-COUNT NOT = ZEROES
               DISPLAY "CHECKS NEEDING A SECOND SIGNATURE: "
                       SECOND-SIG-COUNT
           IF SKIPPED-GROUP-COUNT NOT = ZEROES
               DISPLAY "VENDORS SKIPPED (CREDITS EXCEED INVOICES): "
                       SKIPPED-GROUP-COUNT.
           IF PENDING-GROUP-COUNT NOT = ZEROES
               DISPLAY "VENDORS SKIPPED (PENDING APPROVAL): "
                       PENDING-GROUP-COUNT.
           IF SANCTIONS-SKIP-COUNT NOT = ZEROES
               DISPLAY "PAYEES SKIPPED (SANCTIONS HITS): "
                       SANCTIONS-SKIP-COUNT
               DISPLAY "- CLEAR OR CONFIRM THEM IN SANREV01".
           IF RUN-CHECK-COUNT NOT = ZEROES
               DISPLAY "THE RUN IS PENDING RELEASE - A SUPERVISOR"
               DISPLAY "MUST RELEASE IT IN CHKRUN01 BEFORE THE"
               DISPLAY "CHECKS PRINT OR GO TO THE BANK".

      *--------------------------------
      * The trial run - the same walk
      * of the selected vouchers, but
      * each check the run would write
      * goes on the proposed register
      * instead. The run lock is never
      * taken: nothing is written for
      * another run to trip over.
      *--------------------------------
       RUN-THE-TRIAL.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "VCHPAY02" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           MOVE CHECK-ACCOUNT-ENTRY TO PRINT-REG-ACCOUNT.
           MOVE CHECK-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-REG-DATE.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-VOUCHERS.
           PERFORM PRINT-THE-REGISTER-TOTALS.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.
           DISPLAY "TRIAL RUN - NOTHING WAS WRITTEN. THE PROPOSED".
           DISPLAY "REGISTER IS HELD ON THE SPOOL (SPOOLPR01).".

      *--------------------------------
      * A one-time payee's check is its
      * one voucher - no credits to net
      * and no withholding.
      *--------------------------------
       PROPOSE-ONE-TIME-CHECK.
           COMPUTE GROUP-GROSS = PAY-THIS-AMOUNT
               + DISCOUNT-THIS-AMOUNT + RETAIN-THIS-AMOUNT.
           MOVE DISCOUNT-THIS-AMOUNT TO GROUP-DISCOUNT.
           MOVE RETAIN-THIS-AMOUNT TO GROUP-RETAIN.
           MOVE ZEROES TO GROUP-CREDITS GROUP-WHT.
           MOVE PAY-THIS-AMOUNT TO GROUP-NET.
           MOVE 1 TO GROUP-COUNT.
           MOVE ZEROES TO PRINT-REG-VENDOR.
           MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
           PERFORM READ-OTP-RECORD.
           IF OTP-RECORD-FOUND = "Y"
               MOVE OTP-NAME TO PRINT-REG-NAME
           ELSE
               MOVE "*ONE-TIME PAYEE*" TO PRINT-REG-NAME.
           MOVE SPACE TO PRINT-REG-NOTE.
           PERFORM PROPOSE-THE-CHECK.

      *--------------------------------
      * A vendor on direct deposit with
      * its prenote accepted will go
      * out through ACHEXP01 and takes
      * a check number but no paper. A
      * card program vendor takes a
      * card number instead - no check
      * number, no paper and no second
      * signature.
      *--------------------------------
       PROPOSE-GROUP-CHECK.
           PERFORM FIGURE-GROUP-LEVIES.
           COMPUTE GROUP-NET = GROUP-TOTAL - GROUP-WHT - GROUP-LEVY.
           PERFORM SET-THE-REGISTER-VENDOR.
           MOVE SPACE TO PRINT-REG-NOTE.
           IF GROUP-PAY-BY-CARD = "Y"
               PERFORM PROPOSE-CARD-PAYMENT
           ELSE
               PERFORM PROPOSE-PAPER-OR-ACH.
           PERFORM PROPOSE-ONE-LEVY-CHECK
               VARYING LVY-SUB FROM 1 BY 1
               UNTIL LVY-SUB > LVY-COUNT.

      *--------------------------------
      * Each levy is a paper check of
      * its own to the authority, shown
      * under the vendor it comes out
      * of with what will still be owed
      * on the order afterwards.
      *--------------------------------
       PROPOSE-ONE-LEVY-CHECK.
           ADD 1 TO REG-CHECK-COUNT.
           ADD LVY-ENTRY-AMOUNT (LVY-SUB) TO REG-LEVY-TOTAL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE LVY-ENTRY-AUTHORITY (LVY-SUB)
               TO PRINT-LEVY-AUTHORITY.
           MOVE LVY-ENTRY-REFERENCE (LVY-SUB)
               TO PRINT-LEVY-REFERENCE.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO PRINT-LEVY-AMOUNT.
           MOVE LVY-ENTRY-BALANCE (LVY-SUB) TO PRINT-LEVY-BALANCE.
           MOVE REGISTER-LEVY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PROPOSE-CARD-PAYMENT.
           ADD 1 TO REG-CARD-COUNT.
           MOVE "VIRTUAL CARD" TO PRINT-REG-NOTE.
           PERFORM ADD-TO-REGISTER-TOTALS.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       PROPOSE-PAPER-OR-ACH.
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-ACH-USED
                   AND VENDOR-PRENOTE-ACCEPTED
               ADD 1 TO REG-ACH-COUNT
               MOVE "DIRECT DEPOSIT" TO PRINT-REG-NOTE.
           PERFORM PROPOSE-THE-CHECK.

       PROPOSE-SKIPPED-GROUP.
           MOVE ZEROES TO GROUP-NET.
           PERFORM SET-THE-REGISTER-VENDOR.
           MOVE "SKIPPED - CREDITS" TO PRINT-REG-NOTE.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       PROPOSE-PENDING-GROUP.
           MOVE ZEROES TO GROUP-NET.
           PERFORM SET-THE-REGISTER-VENDOR.
           MOVE "SKIPPED - PENDING" TO PRINT-REG-NOTE.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       PROPOSE-SANCTIONED-GROUP.
           MOVE ZEROES TO GROUP-NET.
           PERFORM SET-THE-REGISTER-VENDOR.
           MOVE "SANCTIONS HOLD" TO PRINT-REG-NOTE.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       PROPOSE-SANCTIONED-PAYEE.
           COMPUTE GROUP-GROSS = PAY-THIS-AMOUNT
               + DISCOUNT-THIS-AMOUNT + RETAIN-THIS-AMOUNT.
           MOVE DISCOUNT-THIS-AMOUNT TO GROUP-DISCOUNT.
           MOVE RETAIN-THIS-AMOUNT TO GROUP-RETAIN.
           MOVE ZEROES TO GROUP-CREDITS GROUP-WHT GROUP-NET.
           MOVE 1 TO GROUP-COUNT.
           MOVE ZEROES TO PRINT-REG-VENDOR.
           MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
           PERFORM READ-OTP-RECORD.
           IF OTP-RECORD-FOUND = "Y"
               MOVE OTP-NAME TO PRINT-REG-NAME
           ELSE
               MOVE "*ONE-TIME PAYEE*" TO PRINT-REG-NAME.
           MOVE "SANCTIONS HOLD" TO PRINT-REG-NOTE.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       SET-THE-REGISTER-VENDOR.
           MOVE GROUP-VENDOR TO PRINT-REG-VENDOR.
           MOVE GROUP-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO PRINT-REG-NAME
           ELSE
               MOVE "*VENDOR NOT ON FILE*" TO PRINT-REG-NAME.

       PROPOSE-THE-CHECK.
           ADD 1 TO REG-CHECK-COUNT.
           PERFORM ADD-TO-REGISTER-TOTALS.
           IF DUAL-SIG-LIMIT NOT = ZEROES
                   AND GROUP-NET > DUAL-SIG-LIMIT
               ADD 1 TO SECOND-SIG-COUNT
               MOVE "2ND SIGNATURE" TO PRINT-REG-NOTE.
           PERFORM PRINT-THE-REGISTER-ENTRY.

       ADD-TO-REGISTER-TOTALS.
           ADD GROUP-GROSS TO REG-GROSS-TOTAL.
           ADD GROUP-DISCOUNT TO REG-DISCOUNT-TOTAL.
           ADD GROUP-RETAIN TO REG-RETAIN-TOTAL.
           ADD GROUP-CREDITS TO REG-CREDIT-TOTAL.
           ADD GROUP-WHT TO REG-WHT-TOTAL.
           ADD GROUP-NET TO REG-NET-TOTAL.

       PRINT-THE-REGISTER-ENTRY.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE GROUP-COUNT TO PRINT-REG-COUNT.
           MOVE GROUP-NET TO PRINT-REG-NET.
           MOVE REGISTER-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE GROUP-GROSS TO PRINT-REG-GROSS.
           MOVE GROUP-DISCOUNT TO PRINT-REG-DISCOUNT.
           MOVE GROUP-RETAIN TO PRINT-REG-RETAIN.
           MOVE GROUP-CREDITS TO PRINT-REG-CREDITS.
           MOVE GROUP-WHT TO PRINT-REG-WHT.
           MOVE REGISTER-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Every proposed check takes a
      * number; only the paper ones
      * take a form. The numbers are
      * held against the stock on hand
      * the same way the real run's
      * warning does, but exactly.
      *--------------------------------
       PRINT-THE-REGISTER-TOTALS.
           PERFORM LINE-FEED.
           MOVE SPACE TO REGISTER-LINE-1.
           MOVE "RUN TOTALS" TO PRINT-REG-NAME.
           MOVE REG-NET-TOTAL TO PRINT-REG-NET.
           MOVE REGISTER-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REG-GROSS-TOTAL TO PRINT-REG-GROSS.
           MOVE REG-DISCOUNT-TOTAL TO PRINT-REG-DISCOUNT.
           MOVE REG-RETAIN-TOTAL TO PRINT-REG-RETAIN.
           MOVE REG-CREDIT-TOTAL TO PRINT-REG-CREDITS.
           MOVE REG-WHT-TOTAL TO PRINT-REG-WHT.
           MOVE REGISTER-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM LINE-FEED.
           IF REG-LEVY-TOTAL NOT = ZEROES
               MOVE SPACE TO REGISTER-LINE-1
               MOVE "LEVY/GARNISHMENT CHECKS" TO PRINT-REG-NAME
               MOVE REG-LEVY-TOTAL TO PRINT-REG-NET
               MOVE REGISTER-LINE-1 TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           COMPUTE REG-FORMS-NEEDED = REG-CHECK-COUNT - REG-ACH-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CHECKS PROPOSED: " REG-CHECK-COUNT
                  "   BY DIRECT DEPOSIT: " REG-ACH-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REG-CARD-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "CARD PAYMENTS PROPOSED: " REG-CARD-COUNT
                      " (CARD SERIES - NO CHECK NUMBER)"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CHECK STOCK FORMS NEEDED: " REG-FORMS-NEEDED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REG-CHECK-COUNT NOT = ZEROES
               PERFORM PRINT-THE-NUMBER-RANGE.
           IF SECOND-SIG-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "CHECKS NEEDING A SECOND SIGNATURE: "
                      SECOND-SIG-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF SKIPPED-GROUP-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "VENDORS/PAYEES SKIPPED: "
                      SKIPPED-GROUP-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF PENDING-GROUP-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "VENDORS PENDING APPROVAL: "
                      PENDING-GROUP-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF SANCTIONS-SKIP-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "PAYEES ON SANCTIONS HOLD: "
                      SANCTIONS-SKIP-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-THE-NUMBER-RANGE.
           COMPUTE REG-LAST-CHECK =
               CONTROL-LAST-CHECK + REG-CHECK-COUNT.
           COMPUTE NEXT-CHECK-NUMBER = CONTROL-LAST-CHECK + 1.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CHECK NUMBERS IF RUN NOW: " NEXT-CHECK-NUMBER
                  " THRU " REG-LAST-CHECK
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM FIND-THE-STOCK-CEILING.
           IF STOCK-ON-FILE = "Y"
                   AND REG-LAST-CHECK > STOCK-CEILING
               MOVE SPACE TO PRINTER-RECORD
               STRING "** PAST THE STOCK ON HAND - LAST NUMBER "
                      STOCK-CEILING " - SEE STKMNT01"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-SPOOL-LINE.

       LINE-FEED.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE REGISTER-RUN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM LINE-FEED.
           MOVE COLUMN-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM LINE-FEED.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *----------------------------------------
      * Show negative amounts in parentheses,
      * Other File I-O routines.
      *--------------------------------
       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE SAVED-VOUCHER-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK RECORD - POSSIBLE "
                       "DUPLICATE CHECK NUMBER".
           ADD 1 TO RUN-CHECK-COUNT.
           ADD CHECK-AMOUNT TO RUN-CHECK-TOTAL.
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

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
           COPY "pljrn01.cbl".

           COPY "plsess01.cbl".

           COPY "plfpr01.cbl".

           COPY "plspl01.cbl".

           COPY "plsan03.cbl".

           COPY "plvop01.cbl".

           COPY "pllvy01.cbl".

           COPY "plsys01.cbl".

      * keyed - no early-payment discount
      * and no backup withholding: a
      * same-day wire is always the
      * agreed settlement figure. The
      * one exception is a foreign
      * vendor (W-8 on file) paid U.S.-
      * source income: the law makes us
      * hold back chapter 3 withholding
      * at the W-8's treaty rate, or the
      * control file's statutory rate,
      * exactly as VCHPAY02 does - the
      * wire goes out net and the
      * withholding builds up on the
      * vendor for the 1042-S.
      *
      * No wire goes to a vendor or
      * one-time payee with a sanctions
      * list hit that compliance has not
      * cleared in SANREV01.
      *
      * A vendor with an IRS levy or a
      * court garnishment order in force
      * (LVYMNT01) is wired only what the
      * order leaves it: the levied share
      * is wired separately to the taxing
      * authority or court, and each of
      * those wires is recorded here too,
      * with its own confirmation and fee,
      * in the same wire series. The
      * order's paid-to-date moves and
      * the deduction is recorded
      * (FDLVD01) exactly as a check run
      * does it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsess01.cbl".

           COPY "slfpr01.cbl".

           COPY "slsan01.cbl".

           COPY "sllvy01.cbl".

           COPY "sllvd01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdsess01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdsan01.cbl".

           COPY "fdlvy01.cbl".

           COPY "fdlvd01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.
       77  SAVED-VOUCHER-IMAGE         PIC X(400).
       77  WIRE-CHECK-NUMBER           PIC 9(8).
       77  PAY-THIS-AMOUNT             PIC S9(8)V99.
       77  WHT-THIS-AMOUNT             PIC S9(8)V99.
       77  WHT-THIS-RATE               PIC 9(2)V99.
       77  WHT-THIS-TYPE               PIC X.
       77  NET-WIRE-AMOUNT             PIC S9(8)V99.
       77  NRA-WHT-RATE                PIC 9(2)V99 VALUE ZEROES.
       77  WIRE-REFERENCE-ENTRY        PIC X(16).
       77  WIRE-FEE-ENTRY              PIC ZZ,ZZ9.99.
       77  WIRE-FEE-AMOUNT             PIC S9(5)V99.
       77  WIRE-COUNT                  PIC 9(5) VALUE ZEROES.
       77  WIRE-TOTAL                  PIC S9(9)V99 VALUE ZEROES.
       77  FEE-TOTAL                   PIC S9(7)V99 VALUE ZEROES.
       77  WHT-TOTAL                   PIC S9(9)V99 VALUE ZEROES.
       77  LEVY-WIRE-COUNT             PIC 9(5) VALUE ZEROES.
       77  LEVY-WIRE-TOTAL             PIC S9(9)V99 VALUE ZEROES.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

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
           MOVE "WIRPAY01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O CHECK-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN INPUT SANCTIONS-HIT-FILE.
           OPEN I-O LEVY-ORDER-FILE.
           OPEN I-O LEVY-DEDUCTION-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE VENDOR-FILE.
           CLOSE CHECK-FILE.
           CLOSE CONTROL-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE LEVY-ORDER-FILE.
           CLOSE LEVY-DEDUCTION-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-WIRE-ACCOUNT
               PERFORM GET-WIRE-DATE
               PERFORM GET-WITHHOLDING-RATE
               PERFORM GET-THE-CONTROL-RECORD
               PERFORM RECORD-WIRES
               PERFORM DISPLAY-RUN-TOTALS.
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

      *--------------------------------
      * A wire books on its date the
      * same as a check run - a closed
      * fiscal period refuses it, and
      * so does a soft-closed one below
      * level 9.
      *--------------------------------
       GET-WIRE-DATE.
           PERFORM ACCEPT-WIRE-DATE.
           PERFORM RE-ACCEPT-WIRE-DATE
               UNTIL FISCAL-DATE-IS-OPEN = "Y".

       ACCEPT-WIRE-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "WIRE DATE (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "A WIRE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO WIRE-DATE.
           MOVE WIRE-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.

       RE-ACCEPT-WIRE-DATE.
           DISPLAY "THAT DATE FALLS IN FISCAL PERIOD "
                   FISCAL-PERIOD-STAMP
                   ", WHICH IS CLOSED TO PAYMENTS".
           PERFORM ACCEPT-WIRE-DATE.

       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *--------------------------------
      * The statutory foreign-person
      * rate is kept on the voucher-
      * counter record (type 1), so it
      * is picked up before the
      * account's own record is read.
      *--------------------------------
       GET-WITHHOLDING-RATE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-NRA-WHT-RATE TO NRA-WHT-RATE.

      *--------------------------------
      * The account's counter record -
               MOVE ZEROES TO CONTROL-LOCK-DATE CONTROL-LOCK-TIME
                              CONTROL-LOCK-LAST-CHECK
                              CONTROL-DUAL-SIG-LIMIT
                              CONTROL-NRA-WHT-RATE
                              CONTROL-MILEAGE-RATE
                              CONTROL-CAPITAL-THRESHOLD
                              CONTROL-VERIFY-LIMIT
                              CONTROL-LAST-CARD
                              CONTROL-CARD-REBATE-RATE
               PERFORM WRITE-CONTROL-RECORD.

       RECORD-WIRES.
      * can be wired - the approval,
      * hold, compliance and match
      * rules all had their say at
      * selection time. The sanctions
      * screen is asked again here - a
      * hit can land after the pick.
      *--------------------------------
       GET-THE-VOUCHER.
           PERFORM ACCEPT-THE-VOUCHER.
           IF VOUCHER-ACCOUNT NOT = WIRE-ACCOUNT-ENTRY
               DISPLAY "THAT VOUCHER PAYS FROM ACCOUNT "
                       VOUCHER-ACCOUNT " - NOT THIS ONE"
               MOVE "N" TO VOUCHER-RECORD-FOUND
           ELSE
               PERFORM CHECK-THE-SANCTIONS-SCREEN.

       CHECK-THE-SANCTIONS-SCREEN.
           IF VOUCHER-VENDOR = ZEROES
               MOVE "O" TO SAN-CHECK-TYPE
               MOVE VOUCHER-NUMBER TO SAN-CHECK-PARTY
           ELSE
               MOVE "V" TO SAN-CHECK-TYPE
               MOVE VOUCHER-VENDOR TO SAN-CHECK-PARTY.
           PERFORM CHECK-SANCTIONS-BLOCK.
           IF SAN-PARTY-BLOCKED = "Y"
               DISPLAY "THAT PAYEE HAS A SANCTIONS LIST HIT NOT"
               DISPLAY "CLEARED - IT CANNOT BE PAID UNTIL"
               DISPLAY "COMPLIANCE CLEARS IT IN SANREV01"
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       RE-ACCEPT-THE-VOUCHER.

       RECORD-ONE-WIRE.
           PERFORM SET-PAY-THIS-AMOUNT.
           PERFORM SET-WIRE-WITHHOLDING.
           PERFORM SET-WIRE-LEVIES.
           PERFORM SHOW-AND-CONFIRM.
           IF OK-TO-WIRE = "Y"
               PERFORM ENTER-THE-WIRE-DETAILS
               PERFORM WRITE-THE-WIRE
               PERFORM WIRE-ONE-LEVY
                   VARYING LVY-SUB FROM 1 BY 1
                   UNTIL LVY-SUB > LVY-COUNT.
           PERFORM GET-THE-VOUCHER.

      *--------------------------------
           ELSE
               MOVE VOUCHER-SELECTED-AMOUNT TO PAY-THIS-AMOUNT.

      *--------------------------------
      * Chapter 3 withholding, the same
      * rules as VCHPAY02: W-8 on file
      * and U.S.-source income - the
      * treaty rate if the W-8 claims
      * one, nothing on a W-8ECI, the
      * statutory rate otherwise. The
      * voucher is marked "N" even when
      * the rate works out to zero, so
      * VND1042 still reports it.
      *--------------------------------
       SET-WIRE-WITHHOLDING.
           MOVE ZEROES TO WHT-THIS-AMOUNT WHT-THIS-RATE.
           MOVE SPACE TO WHT-THIS-TYPE.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-W8-VALID
                   AND VENDOR-IS-US-SOURCE
               PERFORM SET-WIRE-NRA-RATE.
           IF WHT-THIS-RATE NOT = ZEROES
                   AND VOUCHER-TYPE-INVOICE
                   AND PAY-THIS-AMOUNT > ZEROES
               COMPUTE WHT-THIS-AMOUNT ROUNDED =
                   PAY-THIS-AMOUNT * WHT-THIS-RATE / 100.
           COMPUTE NET-WIRE-AMOUNT =
               PAY-THIS-AMOUNT - WHT-THIS-AMOUNT.

      *--------------------------------
      * Any levy or garnishment comes
      * off the net after withholding;
      * a one-time payee (vendor zero)
      * never has one.
      *--------------------------------
       SET-WIRE-LEVIES.
           MOVE VOUCHER-VENDOR TO LVY-PAYEE.
           MOVE WIRE-DATE TO LVY-PAY-DATE.
           MOVE NET-WIRE-AMOUNT TO LVY-PAYMENT.
           PERFORM FIGURE-THE-LEVIES.
           SUBTRACT LVY-TOTAL FROM NET-WIRE-AMOUNT.

       SET-WIRE-NRA-RATE.
           MOVE "N" TO WHT-THIS-TYPE.
           IF VENDOR-W8-IS-ECI OR NRA-WHT-RATE = ZEROES
               NEXT SENTENCE
           ELSE
           IF VENDOR-TREATY-COUNTRY NOT = SPACE
               MOVE VENDOR-TREATY-RATE TO WHT-THIS-RATE
           ELSE
               MOVE NRA-WHT-RATE TO WHT-THIS-RATE.

       SHOW-AND-CONFIRM.
           MOVE PAY-THIS-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "VOUCHER " VOUCHER-NUMBER " VENDOR "
                   VOUCHER-VENDOR " INVOICE " VOUCHER-INVOICE.
           IF WHT-THIS-AMOUNT NOT = ZEROES
               DISPLAY "PAYMENT     " AMOUNT-FIELD
               MOVE WHT-THIS-AMOUNT TO AMOUNT-FIELD
               DISPLAY "LESS U.S. TAX WITHHELD " AMOUNT-FIELD
                       " AT " WHT-THIS-RATE "%"
               MOVE NET-WIRE-AMOUNT TO AMOUNT-FIELD.
           IF LVY-COUNT NOT = ZEROES
               PERFORM SHOW-THE-WIRE-LEVIES.
           DISPLAY "WIRE AMOUNT " AMOUNT-FIELD.
           PERFORM ACCEPT-OK-TO-WIRE.
           PERFORM RE-ACCEPT-OK-TO-WIRE
               UNTIL OK-TO-WIRE = "Y" OR "N".

       SHOW-THE-WIRE-LEVIES.
           IF WHT-THIS-AMOUNT = ZEROES
               DISPLAY "PAYMENT     " AMOUNT-FIELD.
           PERFORM SHOW-ONE-WIRE-LEVY
               VARYING LVY-SUB FROM 1 BY 1
               UNTIL LVY-SUB > LVY-COUNT.
           MOVE NET-WIRE-AMOUNT TO AMOUNT-FIELD.

       SHOW-ONE-WIRE-LEVY.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO AMOUNT-FIELD.
           DISPLAY "LESS LEVY   " AMOUNT-FIELD " TO "
                   LVY-ENTRY-AUTHORITY (LVY-SUB) " REF "
                   LVY-ENTRY-REFERENCE (LVY-SUB).

       ACCEPT-OK-TO-WIRE.
           DISPLAY "RECORD THIS WIRE (Y/N)?".
           ACCEPT OK-TO-WIRE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-WIRE.

      *--------------------------------
      * A levy that takes the whole
      * payment leaves nothing to wire
      * the vendor - the record is kept
      * anyway, at zero, so the
      * vouchers close against it and
      * the vendor's history shows the
      * levy.
      *--------------------------------
       ENTER-THE-WIRE-DETAILS.
           IF NET-WIRE-AMOUNT = ZEROES
               DISPLAY "NOTHING IS WIRED TO THE VENDOR - THE LEVY"
               DISPLAY "TAKES THE WHOLE PAYMENT"
               MOVE "LEVIED IN FULL" TO WIRE-REFERENCE-ENTRY
               MOVE ZEROES TO WIRE-FEE-AMOUNT
           ELSE
               PERFORM GET-THE-WIRE-REFERENCE
               PERFORM GET-THE-WIRE-FEE.

       GET-THE-WIRE-FEE.
           DISPLAY "BANK'S WIRE FEE (0 IF NONE)?".
           ACCEPT WIRE-FEE-ENTRY.
           MOVE WIRE-FEE-ENTRY TO WIRE-FEE-AMOUNT.
           MOVE VOUCHER-RECORD TO SAVED-VOUCHER-IMAGE.
           PERFORM STAMP-VOUCHER-AS-PAID.
           PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM ACCRUE-WIRE-WITHHOLDING.
           ADD 1 TO WIRE-COUNT.
           ADD NET-WIRE-AMOUNT TO WIRE-TOTAL.
           ADD WIRE-FEE-AMOUNT TO FEE-TOTAL.
           DISPLAY "WIRE RECORDED AS " WIRE-CHECK-NUMBER
                   " ON ACCOUNT " WIRE-ACCOUNT-ENTRY.
           MOVE WIRE-ACCOUNT-ENTRY TO LVY-CHECK-ACCOUNT.
           MOVE WIRE-CHECK-NUMBER TO LVY-CHECK-NUMBER.

      *--------------------------------
      * Each levy is its own wire to
      * the authority, keyed by the
      * operator from the bank's
      * terminal like any other, with
      * the notice or case number as
      * the invoice.
      *--------------------------------
       WIRE-ONE-LEVY.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO AMOUNT-FIELD.
           DISPLAY "NOW THE LEVY WIRE OF " AMOUNT-FIELD
                   " TO AUTHORITY " LVY-ENTRY-AUTHORITY (LVY-SUB).
           DISPLAY "FOR " LVY-ENTRY-REFERENCE (LVY-SUB).
           PERFORM GET-THE-WIRE-REFERENCE.
           PERFORM GET-THE-WIRE-FEE.
           PERFORM ASSIGN-NEXT-WIRE-NUMBER.
           PERFORM BUILD-LEVY-WIRE-RECORD.
           PERFORM WRITE-CHECK-RECORD.
           MOVE WIRE-CHECK-NUMBER TO LVY-REMIT-NUMBER.
           PERFORM POST-ONE-LEVY.
           ADD 1 TO LEVY-WIRE-COUNT.
           ADD LVY-ENTRY-AMOUNT (LVY-SUB) TO LEVY-WIRE-TOTAL.
           ADD WIRE-FEE-AMOUNT TO FEE-TOTAL.
           DISPLAY "LEVY WIRE RECORDED AS " WIRE-CHECK-NUMBER
                   " ON ACCOUNT " WIRE-ACCOUNT-ENTRY.

       BUILD-LEVY-WIRE-RECORD.
           MOVE WIRE-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE WIRE-CHECK-NUMBER TO CHECK-NUMBER.
           MOVE LVY-ENTRY-AMOUNT (LVY-SUB) TO CHECK-AMOUNT.
           MOVE LVY-ENTRY-REFERENCE (LVY-SUB) TO CHECK-INVOICE.
           MOVE LVY-ENTRY-AUTHORITY (LVY-SUB) TO CHECK-VENDOR.
           MOVE CHECK-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO CHECK-REFERENCE
           ELSE
               MOVE "*VENDOR NOT ON FILE*" TO CHECK-REFERENCE.
           MOVE "Y" TO CHECK-CLEARED.
           MOVE WIRE-DATE TO CHECK-CLEARED-DATE.
           MOVE CHECK-AMOUNT TO CHECK-CLEARED-AMOUNT.
           MOVE "N" TO CHECK-VOIDED.
           MOVE "N" TO CHECK-PAID-BY-ACH.
           MOVE "N" TO CHECK-ESCHEATED.
           MOVE ZEROES TO CHECK-REISSUED-TO.
           MOVE ZEROES TO CHECK-REISSUED-FROM.
           MOVE "N" TO CHECK-MANUAL.
           MOVE WIRE-DATE TO CHECK-ISSUE-DATE.
           MOVE "Y" TO CHECK-PAID-BY-WIRE.
           MOVE WIRE-REFERENCE-ENTRY TO CHECK-WIRE-REFERENCE.
           MOVE WIRE-FEE-AMOUNT TO CHECK-WIRE-FEE.
           MOVE "N" TO CHECK-SPOILED.
           MOVE "N" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.

      *--------------------------------
      * The wire series: 90000001 up,
       BUILD-WIRE-CHECK-RECORD.
           MOVE WIRE-ACCOUNT-ENTRY TO CHECK-ACCOUNT.
           MOVE WIRE-CHECK-NUMBER TO CHECK-NUMBER.
           MOVE NET-WIRE-AMOUNT TO CHECK-AMOUNT.
           MOVE VOUCHER-INVOICE TO CHECK-INVOICE.
           MOVE VOUCHER-VENDOR TO CHECK-VENDOR.
           PERFORM LOOKUP-VENDOR-FOR-WIRE.
           MOVE "Y" TO CHECK-CLEARED.
           MOVE WIRE-DATE TO CHECK-CLEARED-DATE.
           MOVE NET-WIRE-AMOUNT TO CHECK-CLEARED-AMOUNT.
           MOVE "N" TO CHECK-VOIDED.
           MOVE "N" TO CHECK-PAID-BY-ACH.
           MOVE "N" TO CHECK-ESCHEATED.
           MOVE "N" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.

       LOOKUP-VENDOR-FOR-WIRE.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           MOVE WIRE-CHECK-NUMBER TO VOUCHER-CHECK-NO.
           MOVE "N" TO VOUCHER-SELECTED.
           MOVE ZEROES TO VOUCHER-SELECTED-AMOUNT.
           MOVE WHT-THIS-AMOUNT TO VOUCHER-WHT-AMOUNT.
           MOVE WHT-THIS-TYPE TO VOUCHER-WHT-TYPE.

      *--------------------------------
      * The withholding builds up on the
      * vendor for the 1042-S, apart
      * from any backup withholding.
      *--------------------------------
       ACCRUE-WIRE-WITHHOLDING.
           IF WHT-THIS-AMOUNT NOT = ZEROES
               ADD WHT-THIS-AMOUNT TO WHT-TOTAL
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   ADD WHT-THIS-AMOUNT TO VENDOR-NRA-WHT-YTD
                   PERFORM REWRITE-VENDOR-RECORD.

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
           DISPLAY "TOTAL WIRED:    " AMOUNT-FIELD.
           MOVE FEE-TOTAL TO AMOUNT-FIELD.
           DISPLAY "TOTAL FEES:     " AMOUNT-FIELD.
           IF WHT-TOTAL NOT = ZEROES
               MOVE WHT-TOTAL TO AMOUNT-FIELD
               DISPLAY "FOREIGN W/H:    " AMOUNT-FIELD.
           IF LEVY-WIRE-COUNT NOT = ZEROES
               MOVE LEVY-WIRE-TOTAL TO AMOUNT-FIELD
               DISPLAY "LEVY WIRES:     " LEVY-WIRE-COUNT
                       " " AMOUNT-FIELD.

      *--------------------------------
      * File I-O routines
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE SAVED-VOUCHER-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
           COPY "pljrn01.cbl".

           COPY "plsess01.cbl".

           COPY "plfpr01.cbl".

           COPY "plsan03.cbl".

           COPY "plvop01.cbl".

           COPY "pllvy01.cbl".

           COPY "plsys01.cbl".

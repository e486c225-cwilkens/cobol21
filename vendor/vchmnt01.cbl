      * batch only closes in balance
      * (BATRPT01 lists the ones that
      * have not).
      *
      * A voucher billed under a vendor
      * contract is held to it: an
      * invoice dated outside the
      * contract's dates is warned about,
      * and one that takes the contract
      * past its not-to-exceed amount
      * needs a supervisor's override.
      *
      * Each expense line of a split
      * invoice may also be charged to a
      * project and cost code for job
      * costing; a closed project takes
      * no new charges.
      *
      * A foreign invoice that includes
      * VAT or GST has the tax split out
      * of its total by tax code, and the
      * split is kept on the voucher tax
      * file for GLEXP01 and VATRPT01.
      *
      * A split invoice may name an
      * expense allocation template
      * instead of keying each line; the
      * lines are then built from the
      * template's accounts and percents.
      *
      * With the control file's key-verify
      * limit set, a voucher keyed here at
      * or over it - and any voucher whose
      * vendor, invoice, amount or invoice
      * date is changed here - is left
      * unverified until a second operator
      * re-keys it blind in VCHVFY01.
      *
      * While a batch window is open
      * (PLSYS01) nothing is added,
      * changed or deleted here.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slvcn01.cbl".

           COPY "slimg01.cbl".

           COPY "sltrm01.cbl".

           COPY "slfpr01.cbl".

           COPY "slcnt01.cbl".

           COPY "slprj01.cbl".

           COPY "slccd01.cbl".

           COPY "slzip01.cbl".

           COPY "sltax01.cbl".

           COPY "slvtr01.cbl".

           COPY "slvtx01.cbl".

           COPY "slalc01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdvcn01.cbl".

           COPY "fdimg01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdcnt01.cbl".

           COPY "fdprj01.cbl".

           COPY "fdccd01.cbl".

           COPY "fdzip01.cbl".

           COPY "fdtax01.cbl".

           COPY "fdvtr01.cbl".

           COPY "fdvtx01.cbl".

           COPY "fdalc01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  VOUCHER-RECORD-FOUND        PIC X.
       77  CONTROL-RECORD-FOUND        PIC X.
       77  VERIFY-AMOUNT               PIC S9(8)V99.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  A-DUMMY                     PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  DETAIL-RUNNING-TOTAL        PIC S9(8)V99.
       77  DETAIL-LINES-OVERSHOOT      PIC X.
       77  DETAIL-FILE-AT-END          PIC X.
       77  ALLOC-CODE-ENTRY            PIC X(6).
       77  VOUCHER-DETAIL-AMOUNT-PAREN PIC X VALUE SPACE.
       77  VOUCHER-DETAIL-AMOUNT-FIELD PIC ZZ,ZZZ,ZZ9.99-.
       77  VOUCHER-DETAIL-AMOUNT-ENTRY PIC ZZ,ZZZ,ZZ9.9999-.
       77  USE-TAX-ENTRY               PIC ZZ,ZZZ,ZZ9.99.
       77  CURRENCY-RECORD-FOUND       PIC X.
       77  FOREIGN-AMOUNT-FIELD        PIC ZZ,ZZZ,ZZ9.99-.
       77  TAX-CODE-RECORD-FOUND       PIC X.
       77  VTR-RECORD-FOUND            PIC X.
       77  VTX-RECORD-FOUND            PIC X.
       77  TAX-CODE-ENTRY              PIC X(4).
       77  DEFAULT-TAX-CODE            PIC X(4).
       77  TAX-RATE-FIELD              PIC Z9.99.

           COPY "wsstat01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

           COPY "wsvcn01.cbl".

           COPY "wsimg01.cbl".

           COPY "wsbday01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wscnt01.cbl".

           COPY "wsprj01.cbl".

           COPY "wsalc01.cbl".

           COPY "wszip01.cbl".

       77  VOUCHER-DETAIL-AMOUNT-RAW   PIC S9(8)V9999.
       77  DETAIL-REMAINING            PIC S9(8)V99.

       77  SAVE-AMOUNT-FOR-PO          PIC S9(8)V99.
       77  SAVE-PO-FOR-CHANGE          PIC 9(6).

       77  CONTRACT-IS-GOOD            PIC X.
       77  CONTRACT-OVERRIDE           PIC X.
       77  CONTRACT-DATE-OK            PIC X.
       77  CONTRACT-OVER-FIELD         PIC ZZZ,ZZZ,ZZ9.99-.
       77  SAVE-AMOUNT-FOR-CONTRACT    PIC S9(8)V99.

       77  ERROR-MESSAGE               PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".
           MOVE "VCHMNT01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN I-O PO-FILE.
           OPEN INPUT COA-FILE.
           OPEN I-O STATS-FILE.
           OPEN I-O RECORD-LOCK-FILE.
           OPEN I-O VOUCHER-NOTE-FILE.
           OPEN INPUT VOUCHER-IMAGE-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN I-O CONTRACT-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COST-CODE-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.
           OPEN INPUT TAX-CODE-FILE.
           OPEN INPUT VENDOR-TAX-REG-FILE.
           OPEN I-O VOUCHER-TAX-FILE.
           OPEN INPUT ALLOCATION-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE STATS-FILE.
           CLOSE RECORD-LOCK-FILE.
           CLOSE VOUCHER-NOTE-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE PROJECT-FILE.
           CLOSE COST-CODE-FILE.
           CLOSE ZIP-PREFIX-FILE.
           CLOSE TAX-CODE-FILE.
           CLOSE VENDOR-TAX-REG-FILE.
           CLOSE VOUCHER-TAX-FILE.
           CLOSE ALLOCATION-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
      * ADD
      *--------------------------------
       ADD-MODE.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM ADD-NEW-VOUCHERS.

       ADD-NEW-VOUCHERS.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-THE-ENTRY-BATCH.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM STAMP-VOUCHER-ENTRY.
           PERFORM SET-VOUCHER-APPR-STATUS.
           PERFORM SET-VOUCHER-VERIFY-STATUS.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM SAVE-THE-VOUCHER-TAX.
           IF ONE-TIME-PAYEE = "Y"
               PERFORM WRITE-OTP-RECORD.
           PERFORM ADD-VOUCHER-TO-PO.
           PERFORM ADD-VOUCHER-TO-CONTRACT.
           IF BATCH-IN-USE = "Y"
               PERFORM ADD-VOUCHER-TO-BATCH.
           PERFORM GET-MONTH-STAT-RECORD.
      *--------------------------------
       SET-VOUCHER-APPR-STATUS.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF CONTROL-APPROVAL-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT > CONTROL-APPROVAL-LIMIT
               MOVE "P" TO VOUCHER-APPR-STATUS
               MOVE "N" TO VOUCHER-APPR-STATUS
               MOVE SPACE TO VOUCHER-APPR-REASON.

      *--------------------------------
      * A hand-keyed voucher at or over
      * the control file's key-verify
      * limit, either sign, waits for a
      * second operator's blind re-key
      * in VCHVFY01. Changing a keyed
      * field runs it through again, so
      * a corrected voucher is verified
      * afresh. A zero limit turns the
      * requirement off.
      *--------------------------------
       SET-VOUCHER-VERIFY-STATUS.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           MOVE VOUCHER-AMOUNT TO VERIFY-AMOUNT.
           IF VERIFY-AMOUNT < ZEROES
               MULTIPLY -1 BY VERIFY-AMOUNT.
           IF CONTROL-VERIFY-LIMIT NOT = ZEROES
                   AND VERIFY-AMOUNT NOT < CONTROL-VERIFY-LIMIT
               MOVE "U" TO VOUCHER-VERIFY-STATUS
               DISPLAY "UNVERIFIED - TO BE RE-KEYED BY A SECOND"
               DISPLAY "OPERATOR IN VCHVFY01 BEFORE PAYMENT"
           ELSE
               MOVE SPACE TO VOUCHER-VERIFY-STATUS.

      *--------------------------------
      * Stamp when and how the voucher
      * went on file, so VCHPRF01 can
      * before the voucher goes on.
      *------------------------------------
       ENTER-REMAINING-FIELDS.
           PERFORM INIT-VOUCHER-TAX.
           PERFORM ENTER-VOUCHER-TYPE.
           PERFORM ENTER-VOUCHER-CURRENCY.
           MOVE "N" TO ENTRY-IS-CLEAN.
           PERFORM ENTER-THE-INVOICE-FIELDS
               UNTIL ENTRY-IS-CLEAN = "Y".
           PERFORM ENTER-VOUCHER-TAX-CODE.
           PERFORM ENTER-VOUCHER-PO.
           PERFORM ENTER-VOUCHER-CONTRACT.
           PERFORM ENTER-VOUCHER-DUE.
           PERFORM ENTER-VOUCHER-DISCOUNT.
           PERFORM ENTER-VOUCHER-USE-TAX.
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 19.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-18) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           PERFORM LOAD-THE-VOUCHER-TAX.
           IF WHICH-FIELD = 1
               PERFORM CHANGE-VOUCHER-VENDOR
               PERFORM SET-VOUCHER-VERIFY-STATUS.
           IF WHICH-FIELD = 2
               PERFORM ENTER-VOUCHER-INVOICE
               PERFORM SET-VOUCHER-VERIFY-STATUS.
           IF WHICH-FIELD = 3
               PERFORM ENTER-VOUCHER-FOR.
           IF WHICH-FIELD = 4
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-PO
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-BATCH
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-CONTRACT
               PERFORM ENTER-VOUCHER-AMOUNT
               PERFORM SET-VOUCHER-APPR-STATUS
               PERFORM SET-VOUCHER-VERIFY-STATUS
               PERFORM ADJUST-PO-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-CONTRACT-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-BATCH-FOR-AMOUNT-CHANGE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-VOUCHER-DATE
               PERFORM SET-VOUCHER-VERIFY-STATUS
               PERFORM WARN-CONTRACT-DATES.
           IF WHICH-FIELD = 6
               PERFORM ENTER-VOUCHER-DUE.
           IF WHICH-FIELD = 7
           IF WHICH-FIELD = 10
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-PO
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-BATCH
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-CONTRACT
               PERFORM ENTER-VOUCHER-TYPE
               PERFORM ENFORCE-VOUCHER-AMOUNT-SIGN
               PERFORM SET-VOUCHER-APPR-STATUS
               PERFORM SET-VOUCHER-VERIFY-STATUS
               PERFORM ADJUST-PO-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-CONTRACT-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-BATCH-FOR-AMOUNT-CHANGE.
           IF WHICH-FIELD = 11
               PERFORM ENTER-VOUCHER-DISCOUNT.
           IF WHICH-FIELD = 14
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-PO
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-BATCH
               MOVE VOUCHER-AMOUNT TO SAVE-AMOUNT-FOR-CONTRACT
               PERFORM ENTER-VOUCHER-CURRENCY
               PERFORM ENTER-VOUCHER-AMOUNT
               PERFORM ENTER-VOUCHER-TAX-CODE
               PERFORM SET-VOUCHER-APPR-STATUS
               PERFORM SET-VOUCHER-VERIFY-STATUS
               PERFORM ADJUST-PO-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-CONTRACT-FOR-AMOUNT-CHANGE
               PERFORM ADJUST-BATCH-FOR-AMOUNT-CHANGE.
           IF WHICH-FIELD = 15
               PERFORM ENTER-VOUCHER-PRIORITY.
           IF WHICH-FIELD = 16
               PERFORM CHANGE-VOUCHER-RETAINAGE.
           IF WHICH-FIELD = 17
               PERFORM CHANGE-VOUCHER-CONTRACT.
           IF WHICH-FIELD = 18
               PERFORM CHANGE-VOUCHER-TAX.

           ACCEPT VOUCHER-CHANGED-DATE FROM DATE YYYYMMDD.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-CHANGED-BY.
           MOVE "Y" TO A-FIELD-WAS-CHANGED.
           PERFORM SAVE-THE-VOUCHER-TAX.
           PERFORM REWRITE-VOUCHER-RECORD.

      *--------------------------------
                   PERFORM ENTER-THE-DELETE-REASON
                   PERFORM WRITE-THE-DELETE-AUDIT
                   PERFORM BACK-VOUCHER-OUT-OF-PO
                   PERFORM BACK-VOUCHER-OUT-OF-CONTRACT
                   PERFORM BACK-VOUCHER-OUT-OF-BATCH
                   PERFORM DELETE-VOUCHER-RECORD
                   PERFORM DELETE-THE-OTP-RECORD
                   PERFORM DELETE-VOUCHER-DETAIL-LINES
                   PERFORM DELETE-THE-VOUCHER-TAX
                   PERFORM GET-MONTH-STAT-RECORD
                   ADD 1 TO STAT-VOUCHERS-DELETED
                   PERFORM SAVE-MONTH-STAT-RECORD.
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           MOVE "I" TO VOUCHER-TYPE.

      *------------------------------------
      *------------------------------------
       ENTER-THE-ONE-TIME-PAYEE.
           MOVE SPACE TO ONE-TIME-PAYEE-RECORD.
           MOVE ZEROES TO OTP-EMPLOYEE.
           MOVE VOUCHER-NUMBER TO OTP-VOUCHER.
           PERFORM ENTER-OTP-NAME.
           PERFORM ENTER-OTP-ADDRESS.
               TO         UPPER-ALPHA.
           DISPLAY "PAYEE ZIP?".
           ACCEPT OTP-ZIP.
           MOVE OTP-ZIP TO ZIPCHK-ZIP.
           MOVE OTP-STATE TO ZIPCHK-STATE.
           PERFORM WARN-ON-ZIP-STATE.

       ENTER-OTP-REPORTABLE.
           PERFORM ACCEPT-OTP-REPORTABLE.
           DISPLAY "AMOUNT MUST NOT BE ZERO".
           PERFORM ACCEPT-VOUCHER-AMOUNT.
       
      *------------------------------------
      * The invoice date is the date the
      * voucher books in, so it may not
      * land in a closed fiscal period -
      * or a soft-closed one, unless a
      * level-9 supervisor is keying.
      *------------------------------------
       ENTER-VOUCHER-DATE.
           PERFORM ACCEPT-VOUCHER-DATE.
           PERFORM RE-ACCEPT-VOUCHER-DATE
               UNTIL FISCAL-DATE-IS-OPEN = "Y".

       ACCEPT-VOUCHER-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ENTER INVOICE DATE(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           PERFORM SET-VOUCHER-DATE-BOUNDS.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO VOUCHER-DATE.
           MOVE VOUCHER-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.

       RE-ACCEPT-VOUCHER-DATE.
           DISPLAY "THAT DATE FALLS IN FISCAL PERIOD "
                   FISCAL-PERIOD-STAMP
                   ", WHICH IS CLOSED TO ENTRY".
           PERFORM ACCEPT-VOUCHER-DATE.

       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *------------------------------------
      * The due date comes off the
           DISPLAY "SET IT UP IN CURMNT01 FIRST".
           PERFORM ACCEPT-VOUCHER-CURRENCY.

      *------------------------------------
      * VAT/GST. A foreign invoice total
      * may include tax the company can
      * reclaim, so the operator names
      * the tax code (TAXMNT01) and the
      * total is split into net and tax
      * at its rate - the supplier's own
      * code is offered first, NONE says
      * the invoice carries no tax. USD
      * invoices and prepayments are
      * never split. The code's country,
      * rate and recoverable percent are
      * copied onto the voucher tax
      * record, so a later rate change
      * leaves this invoice alone.
      *------------------------------------
       INIT-VOUCHER-TAX.
           MOVE SPACE TO VOUCHER-TAX-RECORD.
           MOVE ZEROES TO VTX-VOUCHER VTX-VENDOR VTX-INVOICE-DATE
                          VTX-RATE VTX-RECOVER-PCT
                          VTX-NET-FOREIGN VTX-TAX-FOREIGN
                          VTX-RECOVER-FOREIGN
                          VTX-NET-USD VTX-TAX-USD VTX-RECOVER-USD.
           MOVE "N" TO VTX-RECORD-FOUND.

       ENTER-VOUCHER-TAX-CODE.
           IF VOUCHER-CURRENCY = SPACE
                   OR VOUCHER-TYPE-PREPAYMENT
               PERFORM CLEAR-THE-VOUCHER-TAX
           ELSE
               PERFORM GET-VOUCHER-TAX-CODE.

       CHANGE-VOUCHER-TAX.
           IF VOUCHER-CURRENCY = SPACE
                   OR VOUCHER-TYPE-PREPAYMENT
               DISPLAY "VAT/GST IS ONLY SPLIT OUT OF A FOREIGN"
               DISPLAY "INVOICE OR CREDIT MEMO"
           ELSE
               PERFORM GET-VOUCHER-TAX-CODE.

       GET-VOUCHER-TAX-CODE.
           PERFORM SET-DEFAULT-TAX-CODE.
           PERFORM ACCEPT-VOUCHER-TAX-CODE.
           PERFORM RE-ACCEPT-VOUCHER-TAX-CODE
               UNTIL TAX-CODE-ENTRY = SPACE
                   OR TAX-CODE-RECORD-FOUND = "Y".
           IF TAX-CODE-ENTRY = SPACE
               PERFORM CLEAR-THE-VOUCHER-TAX
           ELSE
               MOVE TAX-CODE TO VTX-TAX-CODE
               MOVE TAX-COUNTRY TO VTX-COUNTRY
               MOVE TAX-RATE TO VTX-RATE
               MOVE TAX-RECOVER-PCT TO VTX-RECOVER-PCT
               PERFORM SPLIT-THE-VOUCHER-TAX
               PERFORM DISPLAY-THE-TAX-SPLIT.

      *------------------------------------
      * The code already on the voucher,
      * else the one on the supplier's
      * tax registration.
      *------------------------------------
       SET-DEFAULT-TAX-CODE.
           IF VTX-TAX-CODE NOT = SPACE
               MOVE VTX-TAX-CODE TO DEFAULT-TAX-CODE
           ELSE
               MOVE SPACE TO DEFAULT-TAX-CODE
               MOVE VOUCHER-VENDOR TO VTR-VENDOR
               PERFORM READ-VENDOR-TAX-REG-RECORD
               IF VTR-RECORD-FOUND = "Y"
                   MOVE VTR-TAX-CODE TO DEFAULT-TAX-CODE.

       ACCEPT-VOUCHER-TAX-CODE.
           MOVE "N" TO TAX-CODE-RECORD-FOUND.
           IF DEFAULT-TAX-CODE = SPACE
               DISPLAY "VAT/GST CODE (SPACES IF NO TAX)?"
           ELSE
               DISPLAY "VAT/GST CODE (ENTER FOR " DEFAULT-TAX-CODE
                       ", NONE IF NO TAX)?".
           ACCEPT TAX-CODE-ENTRY.
           INSPECT TAX-CODE-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF TAX-CODE-ENTRY = SPACE
               MOVE DEFAULT-TAX-CODE TO TAX-CODE-ENTRY.
           IF TAX-CODE-ENTRY = "NONE"
               MOVE SPACE TO TAX-CODE-ENTRY.
           IF TAX-CODE-ENTRY NOT = SPACE
               MOVE TAX-CODE-ENTRY TO TAX-CODE
               PERFORM READ-TAX-CODE-RECORD
               IF TAX-CODE-RECORD-FOUND = "Y"
                       AND TAX-IS-INACTIVE
                   MOVE "N" TO TAX-CODE-RECORD-FOUND.

       RE-ACCEPT-VOUCHER-TAX-CODE.
           DISPLAY "NO ACTIVE TAX CODE " TAX-CODE-ENTRY
                   " - SET IT UP IN TAXMNT01 FIRST".
           MOVE SPACE TO DEFAULT-TAX-CODE.
           PERFORM ACCEPT-VOUCHER-TAX-CODE.

       CLEAR-THE-VOUCHER-TAX.
           MOVE SPACE TO VTX-TAX-CODE VTX-COUNTRY.
           MOVE ZEROES TO VTX-RATE VTX-RECOVER-PCT.

      *------------------------------------
      * The invoice total includes the
      * tax, so the tax is total x rate /
      * (100 + rate) and the net is what
      * is left. The booked USD splits in
      * the same proportion, so net plus
      * tax always equals the voucher in
      * both currencies.
      *------------------------------------
       SPLIT-THE-VOUCHER-TAX.
           COMPUTE VTX-TAX-FOREIGN ROUNDED =
               VOUCHER-FOREIGN-AMOUNT * VTX-RATE
                   / (100 + VTX-RATE).
           COMPUTE VTX-NET-FOREIGN =
               VOUCHER-FOREIGN-AMOUNT - VTX-TAX-FOREIGN.
           IF VOUCHER-FOREIGN-AMOUNT = ZEROES
               MOVE ZEROES TO VTX-TAX-USD
           ELSE
               COMPUTE VTX-TAX-USD ROUNDED =
                   VOUCHER-AMOUNT * VTX-TAX-FOREIGN
                       / VOUCHER-FOREIGN-AMOUNT.
           COMPUTE VTX-NET-USD = VOUCHER-AMOUNT - VTX-TAX-USD.
           COMPUTE VTX-RECOVER-FOREIGN ROUNDED =
               VTX-TAX-FOREIGN * VTX-RECOVER-PCT / 100.
           COMPUTE VTX-RECOVER-USD ROUNDED =
               VTX-TAX-USD * VTX-RECOVER-PCT / 100.

       DISPLAY-THE-TAX-SPLIT.
           MOVE VTX-TAX-FOREIGN TO FOREIGN-AMOUNT-FIELD.
           MOVE VTX-TAX-USD TO VOUCHER-AMOUNT-FIELD.
           DISPLAY "TAX " VOUCHER-CURRENCY " " FOREIGN-AMOUNT-FIELD
                   " = USD " VOUCHER-AMOUNT-FIELD.
           MOVE VTX-RECOVER-USD TO VOUCHER-AMOUNT-FIELD.
           DISPLAY "RECOVERABLE USD " VOUCHER-AMOUNT-FIELD.

      *------------------------------------
      * Every add and change leaves the
      * voucher tax record in step with
      * the voucher: re-split at the
      * rate already on it, carrying the
      * current vendor, invoice and date,
      * or removed when the voucher no
      * longer takes a split.
      *------------------------------------
       LOAD-THE-VOUCHER-TAX.
           PERFORM INIT-VOUCHER-TAX.
           MOVE VOUCHER-NUMBER TO VTX-VOUCHER.
           PERFORM READ-VOUCHER-TAX-RECORD.
           IF VTX-RECORD-FOUND = "N"
               PERFORM INIT-VOUCHER-TAX.

       SAVE-THE-VOUCHER-TAX.
           IF VOUCHER-CURRENCY = SPACE
                   OR VOUCHER-TYPE-PREPAYMENT
               PERFORM CLEAR-THE-VOUCHER-TAX.
           MOVE VOUCHER-NUMBER TO VTX-VOUCHER.
           IF VTX-TAX-CODE = SPACE
               PERFORM DROP-THE-VOUCHER-TAX
           ELSE
               PERFORM SPLIT-THE-VOUCHER-TAX
               MOVE VOUCHER-VENDOR TO VTX-VENDOR
               MOVE VOUCHER-INVOICE TO VTX-INVOICE
               MOVE VOUCHER-DATE TO VTX-INVOICE-DATE
               MOVE VOUCHER-CURRENCY TO VTX-CURRENCY
               PERFORM PUT-THE-VOUCHER-TAX.

       PUT-THE-VOUCHER-TAX.
           IF VTX-RECORD-FOUND = "Y"
               PERFORM REWRITE-VOUCHER-TAX-RECORD
           ELSE
               PERFORM WRITE-VOUCHER-TAX-RECORD
               MOVE "Y" TO VTX-RECORD-FOUND.

       DROP-THE-VOUCHER-TAX.
           IF VTX-RECORD-FOUND = "Y"
               PERFORM DELETE-VOUCHER-TAX-RECORD
               MOVE "N" TO VTX-RECORD-FOUND.

       DELETE-THE-VOUCHER-TAX.
           PERFORM LOAD-THE-VOUCHER-TAX.
           PERFORM DROP-THE-VOUCHER-TAX.

      *------------------------------------
      * 1 pays first, 9 pays last. 5 is
      * the default for an ordinary
      * must add up to VOUCHER-AMOUNT.
      * Re-entering the split always starts
      * by clearing out whatever lines
      * were there before. Job cost is
      * charged per line, so an invoice
      * for one project is "split" into a
      * single line to carry it.
      *
      * A standing split can be keyed as
      * an allocation template code; its
      * lines are then built for the
      * operator, the whole invoice going
      * to the one project (if any).
      *------------------------------------
       ENTER-VOUCHER-EXPENSE-LINES.
           PERFORM DELETE-VOUCHER-DETAIL-LINES.
           PERFORM ASK-SPLIT-INVOICE.
           IF SPLIT-INVOICE = "Y"
               PERFORM ENTER-ALLOC-CODE
               IF ALLOC-CODE-ENTRY = SPACE
                   PERFORM ENTER-ALL-DETAIL-LINES
               ELSE
                   PERFORM ALLOCATE-FROM-TEMPLATE.

       ENTER-ALLOC-CODE.
           PERFORM ACCEPT-ALLOC-CODE.
           PERFORM RE-ACCEPT-ALLOC-CODE
               UNTIL ALLOC-CODE-ENTRY = SPACE
                   OR ALLOC-PROBLEM = SPACE.

       ACCEPT-ALLOC-CODE.
           DISPLAY "ALLOCATION TEMPLATE (SPACES TO KEY LINES)?".
           ACCEPT ALLOC-CODE-ENTRY.
           INSPECT ALLOC-CODE-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO ALLOC-PROBLEM.
           IF ALLOC-CODE-ENTRY NOT = SPACE
               MOVE ALLOC-CODE-ENTRY TO ALLOC-CHECK-CODE
               PERFORM CHECK-THE-ALLOCATION.

       RE-ACCEPT-ALLOC-CODE.
           DISPLAY ALLOC-PROBLEM.
           PERFORM ACCEPT-ALLOC-CODE.

       ALLOCATE-FROM-TEMPLATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT
                         VOUCHER-DETAIL-COST-CODE.
           PERFORM ENTER-DETAIL-PROJECT.
           MOVE ALLOC-CODE-ENTRY TO ALLOC-CHECK-CODE.
           MOVE VOUCHER-NUMBER TO ALLOC-CHECK-NUMBER.
           MOVE VOUCHER-AMOUNT TO ALLOC-CHECK-AMOUNT.
           MOVE VOUCHER-FOR TO ALLOC-CHECK-FOR.
           MOVE VOUCHER-DETAIL-PROJECT TO ALLOC-CHECK-PROJECT.
           MOVE VOUCHER-DETAIL-COST-CODE TO ALLOC-CHECK-COST-CODE.
           PERFORM ALLOCATE-THE-VOUCHER.
           DISPLAY ALLOC-LINES-WRITTEN " EXPENSE LINES BUILT FROM "
                   ALLOC-CHECK-CODE.

       ASK-SPLIT-INVOICE.
           PERFORM ACCEPT-SPLIT-INVOICE.
       ACCEPT-SPLIT-INVOICE.
           DISPLAY "SPLIT THIS INVOICE ACROSS MULTIPLE".
           DISPLAY "EXPENSE LINES (Y/N)?".
           DISPLAY "(Y ALSO TO CHARGE IT TO A PROJECT)".
           ACCEPT SPLIT-INVOICE.
           INSPECT SPLIT-INVOICE
               CONVERTING LOWER-ALPHA
           ADD 1 TO DETAIL-LINE-NUMBER.
           MOVE VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE DETAIL-LINE-NUMBER TO VOUCHER-DETAIL-LINE.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           PERFORM DISPLAY-DETAIL-REMAINING.
           PERFORM ENTER-DETAIL-FOR.
           PERFORM ENTER-DETAIL-GL-ACCT.
           PERFORM ENTER-DETAIL-PROJECT.
           PERFORM ENTER-DETAIL-AMOUNT.
           ADD VOUCHER-DETAIL-AMOUNT TO DETAIL-RUNNING-TOTAL.
           PERFORM CHECK-DETAIL-LINES-OVERSHOOT.
           DISPLAY "ACCOUNTS AND ACTIVE".
           PERFORM ACCEPT-DETAIL-GL-ACCT.

      *------------------------------------
      * The line's project and cost code,
      * blank project for a line that is
      * not job cost. The project must be
      * on file and still open, and then
      * needs an active cost code.
      *------------------------------------
       ENTER-DETAIL-PROJECT.
           PERFORM ACCEPT-DETAIL-PROJECT.
           PERFORM RE-ACCEPT-DETAIL-PROJECT
               UNTIL PROJECT-PROBLEM = SPACE.

       ACCEPT-DETAIL-PROJECT.
           DISPLAY "ENTER PROJECT (THIS LINE, BLANK IF NONE)".
           ACCEPT VOUCHER-DETAIL-PROJECT.
           INSPECT VOUCHER-DETAIL-PROJECT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           IF VOUCHER-DETAIL-PROJECT NOT = SPACE
               DISPLAY "ENTER COST CODE (THIS LINE)"
               ACCEPT VOUCHER-DETAIL-COST-CODE
               INSPECT VOUCHER-DETAIL-COST-CODE
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA.
           MOVE VOUCHER-DETAIL-PROJECT TO PROJECT-CHECK-NUMBER.
           MOVE VOUCHER-DETAIL-COST-CODE
               TO PROJECT-CHECK-COST-CODE.
           PERFORM CHECK-THE-PROJECT.

       RE-ACCEPT-DETAIL-PROJECT.
           DISPLAY PROJECT-PROBLEM.
           PERFORM ACCEPT-DETAIL-PROJECT.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               MOVE "N" TO PO-IS-GOOD.
           IF PO-IS-GOOD = "Y"
               PERFORM CHECK-PO-AUTHORIZATION.
           IF PO-IS-GOOD = "Y" AND PO-CONTRACT NOT = SPACE
               PERFORM CHECK-THE-PO-CONTRACT.

       CHECK-PO-AUTHORIZATION.
           COMPUTE PO-OVER-AMOUNT =
                   INVALID KEY
                   DISPLAY "ERROR DELETING ONE-TIME PAYEE RECORD".

      *--------------------------------
      * A new PO can bring a different
      * contract with it, so the
      * voucher comes out of its
      * contract while the PO is
      * re-keyed and goes back into
      * whichever one it ends up under.
      *--------------------------------
       CHANGE-VOUCHER-PO.
           MOVE VOUCHER-PO-NUMBER TO SAVE-PO-FOR-CHANGE.
           PERFORM BACK-VOUCHER-OUT-OF-CONTRACT.
           PERFORM ENTER-VOUCHER-PO.
           IF VOUCHER-PO-NUMBER NOT = SAVE-PO-FOR-CHANGE
               PERFORM MOVE-VOUCHER-BETWEEN-POS.
           PERFORM ADD-VOUCHER-TO-CONTRACT.

       MOVE-VOUCHER-BETWEEN-POS.
           IF SAVE-PO-FOR-CHANGE NOT = ZEROES
               INVALID KEY
               DISPLAY "ERROR REWRITING PO RECORD".

      *------------------------------------
      * The vendor contract the invoice
      * bills against. A PO written under
      * a contract brings it along - the
      * PO edit has already held the
      * invoice to that contract - and
      * otherwise the operator keys it,
      * blank for none. The contract must
      * be active and the vendor's; an
      * invoice dated outside it is
      * warned about, and one that takes
      * the cumulative invoicing past the
      * not-to-exceed amount needs a
      * level-9 override, as a PO does.
      *------------------------------------
       ENTER-VOUCHER-CONTRACT.
           IF VOUCHER-CONTRACT = SPACE
               PERFORM KEY-VOUCHER-CONTRACT.

       KEY-VOUCHER-CONTRACT.
           PERFORM ACCEPT-VOUCHER-CONTRACT.
           PERFORM RE-ACCEPT-VOUCHER-CONTRACT
               UNTIL CONTRACT-IS-GOOD = "Y".

       ACCEPT-VOUCHER-CONTRACT.
           DISPLAY "ENTER CONTRACT NUMBER (BLANK IF NONE)".
           ACCEPT VOUCHER-CONTRACT.
           INSPECT VOUCHER-CONTRACT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM CHECK-VOUCHER-CONTRACT.

       RE-ACCEPT-VOUCHER-CONTRACT.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-VOUCHER-CONTRACT.

       CHECK-THE-PO-CONTRACT.
           MOVE PO-CONTRACT TO VOUCHER-CONTRACT.
           DISPLAY "THE PO IS WRITTEN UNDER CONTRACT "
                   PO-CONTRACT.
           PERFORM CHECK-VOUCHER-CONTRACT.
           IF CONTRACT-IS-GOOD = "N"
               MOVE SPACE TO VOUCHER-CONTRACT
               MOVE "N" TO PO-IS-GOOD.

       CHECK-VOUCHER-CONTRACT.
           MOVE "Y" TO CONTRACT-IS-GOOD.
           IF VOUCHER-CONTRACT = SPACE
               NEXT SENTENCE
           ELSE
               PERFORM LOAD-THE-CONTRACT-CHECK
               PERFORM CHECK-THE-CONTRACT
               PERFORM JUDGE-THE-CONTRACT.

       LOAD-THE-CONTRACT-CHECK.
           MOVE VOUCHER-CONTRACT TO CNT-NUMBER.
           MOVE VOUCHER-VENDOR TO CONTRACT-CHECK-VENDOR.
           MOVE VOUCHER-DATE TO CONTRACT-CHECK-DATE.
           MOVE VOUCHER-AMOUNT TO CONTRACT-CHECK-AMOUNT.

       JUDGE-THE-CONTRACT.
           IF CONTRACT-IS-USABLE = "N"
               MOVE CONTRACT-PROBLEM TO ERROR-MESSAGE
               MOVE "N" TO CONTRACT-IS-GOOD.
           IF CONTRACT-IS-GOOD = "Y" AND CONTRACT-DATE-IS-OK = "N"
               PERFORM GET-CONTRACT-DATE-OK
               IF CONTRACT-DATE-OK NOT = "Y"
                   MOVE "RE-ENTER THE CONTRACT" TO ERROR-MESSAGE
                   MOVE "N" TO CONTRACT-IS-GOOD.
           IF CONTRACT-IS-GOOD = "Y" AND CONTRACT-OVER-AMOUNT > ZEROES
               PERFORM GET-CONTRACT-OVERRIDE
               IF CONTRACT-OVERRIDE NOT = "Y"
                   MOVE "THE CONTRACT IS AT ITS CEILING"
                       TO ERROR-MESSAGE
                   MOVE "N" TO CONTRACT-IS-GOOD.

       GET-CONTRACT-DATE-OK.
           PERFORM SHOW-THE-CONTRACT-DATES.
           PERFORM ACCEPT-CONTRACT-DATE-OK.
           PERFORM RE-ACCEPT-CONTRACT-DATE-OK
               UNTIL CONTRACT-DATE-OK = "Y" OR "N".

       SHOW-THE-CONTRACT-DATES.
           DISPLAY "THE INVOICE DATE IS OUTSIDE CONTRACT "
                   CNT-NUMBER.
           MOVE CNT-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "WHICH RUNS FROM " FORMATTED-DATE.
           MOVE CNT-END-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "THROUGH " FORMATTED-DATE.

       ACCEPT-CONTRACT-DATE-OK.
           DISPLAY "BILL IT TO THE CONTRACT ANYWAY (Y/N)?".
           ACCEPT CONTRACT-DATE-OK.
           INSPECT CONTRACT-DATE-OK
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CONTRACT-DATE-OK.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-CONTRACT-DATE-OK.

       GET-CONTRACT-OVERRIDE.
           MOVE CONTRACT-OVER-AMOUNT TO CONTRACT-OVER-FIELD.
           DISPLAY "THIS INVOICE TAKES CONTRACT " CNT-NUMBER.
           DISPLAY "PAST ITS CEILING BY " CONTRACT-OVER-FIELD ".".
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "OVERRIDING IT NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
               MOVE "N" TO CONTRACT-OVERRIDE
           ELSE
               PERFORM ACCEPT-CONTRACT-OVERRIDE
               PERFORM RE-ACCEPT-CONTRACT-OVERRIDE
                   UNTIL CONTRACT-OVERRIDE = "Y" OR "N".

       ACCEPT-CONTRACT-OVERRIDE.
           DISPLAY "SUPERVISOR OVERRIDE - ALLOW IT (Y/N)?".
           ACCEPT CONTRACT-OVERRIDE.
           INSPECT CONTRACT-OVERRIDE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CONTRACT-OVERRIDE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-CONTRACT-OVERRIDE.

      *--------------------------------
      * Field 17 - a voucher against a
      * PO under contract keeps the
      * PO's; change the PO to move it.
      *--------------------------------
       CHANGE-VOUCHER-CONTRACT.
           MOVE "N" TO PO-RECORD-FOUND.
           IF VOUCHER-PO-NUMBER NOT = ZEROES
               MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
               PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y" AND PO-CONTRACT NOT = SPACE
               DISPLAY "THE CONTRACT COMES WITH PO "
                       VOUCHER-PO-NUMBER
               DISPLAY "- CHANGE THE PO (FIELD 12) INSTEAD"
           ELSE
               PERFORM BACK-VOUCHER-OUT-OF-CONTRACT
               PERFORM KEY-VOUCHER-CONTRACT
               PERFORM ADD-VOUCHER-TO-CONTRACT.

      *--------------------------------
      * A new invoice date is only
      * warned about - the voucher is
      * already billed to the contract.
      *--------------------------------
       WARN-CONTRACT-DATES.
           IF VOUCHER-CONTRACT NOT = SPACE
               MOVE VOUCHER-CONTRACT TO CNT-NUMBER
               PERFORM READ-CONTRACT-RECORD
               IF CONTRACT-RECORD-FOUND = "Y"
                   IF VOUCHER-DATE < CNT-START-DATE
                           OR VOUCHER-DATE > CNT-END-DATE
                       PERFORM SHOW-THE-CONTRACT-DATES.

      *------------------------------------
      * The contract's cumulative invoiced
      * amount follows its vouchers just
      * as a PO's does. An amount change
      * that carries the contract past its
      * ceiling is reported - the invoice
      * is on file either way.
      *------------------------------------
       ADD-VOUCHER-TO-CONTRACT.
           IF VOUCHER-CONTRACT NOT = SPACE
               MOVE VOUCHER-CONTRACT TO CNT-NUMBER
               PERFORM READ-CONTRACT-RECORD
               IF CONTRACT-RECORD-FOUND = "Y"
                   ADD VOUCHER-AMOUNT TO CNT-INVOICED
                   PERFORM REWRITE-CONTRACT-RECORD.

       BACK-VOUCHER-OUT-OF-CONTRACT.
           IF VOUCHER-CONTRACT NOT = SPACE
               MOVE VOUCHER-CONTRACT TO CNT-NUMBER
               PERFORM READ-CONTRACT-RECORD
               IF CONTRACT-RECORD-FOUND = "Y"
                   SUBTRACT VOUCHER-AMOUNT FROM CNT-INVOICED
                   PERFORM REWRITE-CONTRACT-RECORD.

       ADJUST-CONTRACT-FOR-AMOUNT-CHANGE.
           IF VOUCHER-CONTRACT NOT = SPACE
               MOVE VOUCHER-CONTRACT TO CNT-NUMBER
               PERFORM READ-CONTRACT-RECORD
               IF CONTRACT-RECORD-FOUND = "Y"
                   SUBTRACT SAVE-AMOUNT-FOR-CONTRACT
                       FROM CNT-INVOICED
                   ADD VOUCHER-AMOUNT TO CNT-INVOICED
                   PERFORM REWRITE-CONTRACT-RECORD
                   PERFORM WARN-CONTRACT-CEILING.

       WARN-CONTRACT-CEILING.
           IF CNT-INVOICED > CNT-CEILING
               COMPUTE CONTRACT-OVER-AMOUNT =
                   CNT-INVOICED - CNT-CEILING
               MOVE CONTRACT-OVER-AMOUNT TO CONTRACT-OVER-FIELD
               DISPLAY "CONTRACT " CNT-NUMBER
                       " IS NOW PAST ITS CEILING BY "
                       CONTRACT-OVER-FIELD.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
           PERFORM DISPLAY-VOUCHER-ACCOUNT.
           PERFORM DISPLAY-VOUCHER-APPR-STATUS.
           PERFORM DISPLAY-VOUCHER-PO.
           PERFORM DISPLAY-VOUCHER-CONTRACT.
           PERFORM DISPLAY-VOUCHER-TAX.
           PERFORM DISPLAY-VOUCHER-HOLD.
           PERFORM DISPLAY-VOUCHER-ENTERED-BY.
           PERFORM DISPLAY-VOUCHER-SCHEDULE.
           MOVE VOUCHER-NUMBER TO VNOTE-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-NOTES.
           MOVE VOUCHER-NUMBER TO VIMG-SHOW-VOUCHER.
           PERFORM SHOW-VOUCHER-IMAGES.
           DISPLAY " ".

      *--------------------------------
                   " - " VOUCHER-DETAIL-FOR
                   " - " VOUCHER-DETAIL-AMOUNT-PAREN
                   VOUCHER-DETAIL-AMOUNT-FIELD.
           IF VOUCHER-DETAIL-PROJECT NOT = SPACE
               DISPLAY "           PROJECT: "
                       VOUCHER-DETAIL-PROJECT
                       "  COST CODE: "
                       VOUCHER-DETAIL-COST-CODE.
           PERFORM READ-NEXT-VALID-DETAIL-LINE.
       
       DISPLAY-VOUCHER-NUMBER.
           IF VOUCHER-APPR-REJECTED
               DISPLAY "   APPROVAL: REJECTED - "
                       VOUCHER-APPR-REASON.
           IF VOUCHER-NEEDS-VERIFY
               DISPLAY "   KEY VERIFY: UNVERIFIED"
           ELSE
           IF VOUCHER-IS-VERIFIED
               DISPLAY "   KEY VERIFY: VERIFIED BY "
                       VOUCHER-VERIFIED-BY.

       DISPLAY-VOUCHER-HOLD.
           IF VOUCHER-IS-HELD
           ELSE
               DISPLAY "12. PURCHASE ORDER: " VOUCHER-PO-NUMBER.

       DISPLAY-VOUCHER-CONTRACT.
           IF VOUCHER-CONTRACT = SPACE
               DISPLAY "17. CONTRACT: NONE"
           ELSE
               DISPLAY "17. CONTRACT: " VOUCHER-CONTRACT.

       DISPLAY-VOUCHER-DISCOUNT.
           IF VOUCHER-DISC-PERCENT = ZEROES
               DISPLAY "11. DISCOUNT: NONE"
               DISPLAY "14. CURRENCY: " VOUCHER-CURRENCY " "
                       FOREIGN-AMOUNT-FIELD.

       DISPLAY-VOUCHER-TAX.
           PERFORM LOAD-THE-VOUCHER-TAX.
           IF VTX-TAX-CODE = SPACE
               DISPLAY "18. VAT/GST: NONE"
           ELSE
               MOVE VTX-RATE TO TAX-RATE-FIELD
               MOVE VTX-TAX-FOREIGN TO FOREIGN-AMOUNT-FIELD
               MOVE VTX-TAX-USD TO VOUCHER-AMOUNT-FIELD
               DISPLAY "18. VAT/GST: " VTX-TAX-CODE " "
                       TAX-RATE-FIELD "% TAX " VTX-CURRENCY " "
                       FOREIGN-AMOUNT-FIELD
               MOVE VTX-RECOVER-USD TO FOREIGN-AMOUNT-FIELD
               DISPLAY "    = USD " VOUCHER-AMOUNT-FIELD
                       "  RECOVERABLE USD " FOREIGN-AMOUNT-FIELD.

       DISPLAY-VOUCHER-PRIORITY.
           DISPLAY "15. PAY PRIORITY: " VOUCHER-PRIORITY.



       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".
           PERFORM WRITE-JOURNAL-RECORD.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           PERFORM READ-VOUCHER-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-BEFORE-IMAGE.
               INVALID KEY
               MOVE "N" TO CURRENCY-RECORD-FOUND.

       READ-TAX-CODE-RECORD.
           MOVE "Y" TO TAX-CODE-RECORD-FOUND.
           READ TAX-CODE-FILE RECORD
               INVALID KEY
               MOVE "N" TO TAX-CODE-RECORD-FOUND.

       READ-VENDOR-TAX-REG-RECORD.
           MOVE "Y" TO VTR-RECORD-FOUND.
           READ VENDOR-TAX-REG-FILE RECORD
               INVALID KEY
               MOVE "N" TO VTR-RECORD-FOUND.

       READ-VOUCHER-TAX-RECORD.
           MOVE "Y" TO VTX-RECORD-FOUND.
           READ VOUCHER-TAX-FILE RECORD
               INVALID KEY
               MOVE "N" TO VTX-RECORD-FOUND.

       WRITE-VOUCHER-TAX-RECORD.
           WRITE VOUCHER-TAX-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER TAX RECORD".

       REWRITE-VOUCHER-TAX-RECORD.
           REWRITE VOUCHER-TAX-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER TAX RECORD".

       DELETE-VOUCHER-TAX-RECORD.
           DELETE VOUCHER-TAX-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING VOUCHER TAX RECORD".

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.

           COPY "plbday01.cbl".

           COPY "plfpr01.cbl".

           COPY "plcnt01.cbl".

           COPY "plprj01.cbl".

           COPY "plalc01.cbl".

           COPY "plstat01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

           COPY "plvcn01.cbl".

           COPY "plimg01.cbl".

           COPY "plzip01.cbl".

           COPY "pldate01.cbl".

           COPY "plsess01.cbl".
               MOVE LOW-VALUES TO CONTROL-RECORD.

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

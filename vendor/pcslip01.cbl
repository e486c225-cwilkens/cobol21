       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCSLIP01.
      *------------------------------------
      * Petty Cash Slips, Count and
      * Replenishment
      *
      * Replenishing an office cash box
      * used to be a hand-written voucher
      * with no detail. The box is now
      * run on the imprest system against
      * its fund record (PCFMNT01):
      *
      * 1. ENTER - one slip per payment
      *    out of the box: date, payee,
      *    the chart-of-accounts account
      *    it is coded to and the amount.
      *    The slips not yet replenished
      *    can never add up to more than
      *    the imprest amount - that is
      *    more cash than the box holds.
      * 2. LIST - the slips waiting to be
      *    replenished, with their total.
      * 3. COUNT - the custodian's cash
      *    count. Cash on hand plus the
      *    unreplenished slips must come
      *    to the imprest amount; any
      *    difference is posted as an
      *    over/short slip coded to the
      *    fund's over/short account, so
      *    the next replenishment puts
      *    the box back to imprest.
      * 4. REPLENISH - the unreplenished
      *    slips become one voucher made
      *    out to the custodian, with one
      *    VOUCHER-DETAIL-RECORD per GL
      *    account, so GLEXP01 charges
      *    the right accounts. The voucher
      *    carries vendor zero and a
      *    one-time payee record (not
      *    reportable) with the
      *    custodian's name and address,
      *    and goes through VCHAPR01
      *    approval like any generated
      *    voucher. The slips flip to
      *    replenished so they can never
      *    be paid twice.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcf01.cbl".

           COPY "slemp01.cbl".

           COPY "slcoa01.cbl".

           COPY "slvouch.cbl".

           COPY "slvchdtl.cbl".

           COPY "slotp01.cbl".

           COPY "slcontrl.cbl".

           COPY "slsess01.cbl".

           COPY "sljrn01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcf01.cbl".

           COPY "fdemp01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdotp01.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 9.
           88 MENU-PICK-IS-VALID     VALUES 0 THRU 4.

       77  PCF-RECORD-FOUND          PIC X.
       77  EMP-RECORD-FOUND          PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  SLIP-FILE-AT-END          PIC X.

       77  NEXT-SLIP-SEQ             PIC 9(5).
       77  OPEN-SLIP-COUNT           PIC 9(5).
       77  OPEN-SLIP-TOTAL           PIC S9(8)V99.
       77  EXPECTED-CASH             PIC S9(8)V99.
       77  CASH-COUNTED              PIC S9(8)V99.
       77  OVER-SHORT-AMOUNT         PIC S9(8)V99.

       77  AMOUNT-ENTRY              PIC Z,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.
       77  SLIP-AMOUNT               PIC S9(7)V99.

       77  ADD-ANOTHER               PIC X.
       77  OK-TO-POST                PIC X.
       77  OK-TO-REPLENISH           PIC X.

       77  ACCT-WORK                 PIC X(15).
       77  DETAIL-LINE-NO            PIC 9(3).
       77  NEW-VOUCHER-NUMBER        PIC 9(7).
       77  TODAYS-DATE               PIC 9(8).

      *------------------------------------------
      * The by-account roll-up for the
      * replenishment voucher's detail lines -
      * one detail line per GL account, not one
      * per slip.
      *------------------------------------------
       01  ACCT-ROLLUP-TABLE.
           05  ROLLUP-ENTRY OCCURS 100 TIMES.
               10  ROLLUP-ACCOUNT    PIC X(15).
               10  ROLLUP-AMOUNT     PIC S9(8)V99.
       77  ROLLUP-USED               PIC 9(3).
       77  ROLLUP-SUB                PIC 9(3).
       77  ROLLUP-FOUND              PIC X.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsjrn01.cbl".

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O JOURNAL-FILE.
           MOVE "PCSLIP01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN I-O PETTY-CASH-SLIP-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT COA-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN I-O ONE-TIME-PAYEE-FILE.
           OPEN I-O CONTROL-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE PETTY-CASH-SLIP-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE COA-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE CONTROL-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PETTY CASH".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ENTER PETTY CASH SLIPS".
           DISPLAY "          2.  LIST UNREPLENISHED SLIPS".
           DISPLAY "          3.  COUNT THE FUND".
           DISPLAY "          4.  REPLENISH THE FUND".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           PERFORM GET-THE-FUND.
           IF PCF-ID NOT = SPACE
               IF MENU-PICK = 1
                   PERFORM ENTER-MODE
               ELSE
               IF MENU-PICK = 2
                   PERFORM LIST-MODE
               ELSE
               IF MENU-PICK = 3
                   PERFORM COUNT-MODE
               ELSE
               IF MENU-PICK = 4
                   PERFORM REPLENISH-MODE.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * Every function works on one
      * fund. An inactive fund can
      * still be listed, counted and
      * replenished to close it out,
      * but takes no new slips.
      *--------------------------------
       GET-THE-FUND.
           PERFORM ACCEPT-THE-FUND.
           PERFORM RE-ACCEPT-THE-FUND
               UNTIL PCF-ID = SPACE
                   OR PCF-RECORD-FOUND = "Y".

       ACCEPT-THE-FUND.
           DISPLAY "ENTER FUND ID (BLANK TO EXIT)".
           ACCEPT PCF-ID.
           INSPECT PCF-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PCF-RECORD-FOUND.
           IF PCF-ID NOT = SPACE
               PERFORM READ-PCF-RECORD.
           IF PCF-RECORD-FOUND = "Y"
               DISPLAY "FUND: " PCF-DESCRIPTION.

       RE-ACCEPT-THE-FUND.
           DISPLAY "THAT FUND IS NOT ON FILE - SEE PCFMNT01".
           PERFORM ACCEPT-THE-FUND.

      *--------------------------------
      * 1. ENTER
      *--------------------------------
       ENTER-MODE.
           IF PCF-IS-INACTIVE
               DISPLAY "THAT FUND IS INACTIVE - NO NEW SLIPS"
           ELSE
               PERFORM SUM-OPEN-SLIPS
               PERFORM SET-NEXT-SLIP-SEQ
               PERFORM ENTER-THE-SLIPS.

       ENTER-THE-SLIPS.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM ENTER-ONE-SLIP
               UNTIL ADD-ANOTHER = "N".

       ENTER-ONE-SLIP.
           MOVE SPACE TO PETTY-CASH-SLIP-RECORD.
           MOVE PCF-ID TO PCS-FUND.
           MOVE NEXT-SLIP-SEQ TO PCS-SEQ.
           DISPLAY " ".
           DISPLAY "SLIP " PCS-SEQ.
           PERFORM ENTER-PCS-DATE.
           IF PCS-DATE = ZEROES
               MOVE "N" TO ADD-ANOTHER
           ELSE
               PERFORM ENTER-PCS-PAYEE
               PERFORM ENTER-PCS-GL-ACCT
               PERFORM ENTER-PCS-AMOUNT
               IF PCS-AMOUNT = ZEROES
                   DISPLAY "SLIP CANCELLED"
               ELSE
                   PERFORM SAVE-THE-SLIP.

       SAVE-THE-SLIP.
           MOVE "S" TO PCS-TYPE.
           MOVE "U" TO PCS-STATUS.
           MOVE ZEROES TO PCS-VOUCHER.
           MOVE SIGNED-ON-OPERATOR TO PCS-ENTERED-BY.
           PERFORM WRITE-PCS-RECORD.
           ADD PCS-AMOUNT TO OPEN-SLIP-TOTAL.
           ADD 1 TO NEXT-SLIP-SEQ.

       ENTER-PCS-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "DATE PAID (MM/DD/YYYY, 0 TO END)?"
               TO DATE-PROMPT.
           MOVE SPACE TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PCS-DATE.

       ENTER-PCS-PAYEE.
           PERFORM ACCEPT-PCS-PAYEE.
           PERFORM RE-ACCEPT-PCS-PAYEE
               UNTIL PCS-PAYEE NOT = SPACE.

       ACCEPT-PCS-PAYEE.
           DISPLAY "PAID TO?".
           ACCEPT PCS-PAYEE.
           INSPECT PCS-PAYEE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PCS-PAYEE.
           DISPLAY "A PAYEE MUST BE ENTERED".
           PERFORM ACCEPT-PCS-PAYEE.

       ENTER-PCS-GL-ACCT.
           PERFORM ACCEPT-PCS-GL-ACCT.
           PERFORM RE-ACCEPT-PCS-GL-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-PCS-GL-ACCT.
           MOVE "N" TO COA-RECORD-FOUND.
           DISPLAY "GL ACCOUNT?".
           ACCEPT PCS-GL-ACCT.
           INSPECT PCS-GL-ACCT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF PCS-GL-ACCT NOT = SPACE
               MOVE PCS-GL-ACCT TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       RE-ACCEPT-PCS-GL-ACCT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".
           PERFORM ACCEPT-PCS-GL-ACCT.

      *--------------------------------
      * The box cannot pay out more
      * than it holds: the slips not
      * yet replenished stay within the
      * imprest amount.
      *--------------------------------
       ENTER-PCS-AMOUNT.
           PERFORM ACCEPT-PCS-AMOUNT.
           PERFORM RE-ACCEPT-PCS-AMOUNT
               UNTIL PCS-AMOUNT = ZEROES
                   OR OPEN-SLIP-TOTAL + PCS-AMOUNT
                      NOT > PCF-IMPREST-AMOUNT.

       ACCEPT-PCS-AMOUNT.
           DISPLAY "AMOUNT (0 TO CANCEL THE SLIP)?".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO SLIP-AMOUNT.
           MOVE SLIP-AMOUNT TO PCS-AMOUNT.

       RE-ACCEPT-PCS-AMOUNT.
           COMPUTE EXPECTED-CASH =
               PCF-IMPREST-AMOUNT - OPEN-SLIP-TOTAL.
           MOVE EXPECTED-CASH TO AMOUNT-FIELD.
           DISPLAY "THE FUND ONLY HOLDS " AMOUNT-FIELD
                   " UNTIL IT IS REPLENISHED".
           PERFORM ACCEPT-PCS-AMOUNT.

      *--------------------------------
      * 2. LIST
      *--------------------------------
       LIST-MODE.
           MOVE ZEROES TO OPEN-SLIP-COUNT OPEN-SLIP-TOTAL.
           PERFORM READ-FIRST-FUND-SLIP.
           PERFORM LIST-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "UNREPLENISHED SLIPS: " OPEN-SLIP-COUNT.
           MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
           DISPLAY "TOTAL: " AMOUNT-FIELD.
           COMPUTE EXPECTED-CASH =
               PCF-IMPREST-AMOUNT - OPEN-SLIP-TOTAL.
           MOVE EXPECTED-CASH TO AMOUNT-FIELD.
           DISPLAY "CASH THAT SHOULD BE ON HAND: " AMOUNT-FIELD.

       LIST-ONE-SLIP.
           IF PCS-IS-UNREPLENISHED
               ADD 1 TO OPEN-SLIP-COUNT
               ADD PCS-AMOUNT TO OPEN-SLIP-TOTAL
               PERFORM DISPLAY-ONE-SLIP.
           PERFORM READ-NEXT-FUND-SLIP.

       DISPLAY-ONE-SLIP.
           MOVE PCS-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE PCS-AMOUNT TO AMOUNT-FIELD.
           DISPLAY PCS-SEQ " " FORMATTED-DATE " " PCS-GL-ACCT
                   " " AMOUNT-FIELD.
           DISPLAY "      " PCS-PAYEE.

      *--------------------------------
      * 3. COUNT - cash on hand plus
      * the unreplenished slips should
      * prove to the imprest amount.
      *--------------------------------
       COUNT-MODE.
           PERFORM SUM-OPEN-SLIPS.
           MOVE PCF-IMPREST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "IMPREST AMOUNT:       " AMOUNT-FIELD.
           MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
           DISPLAY "UNREPLENISHED SLIPS:  " AMOUNT-FIELD.
           DISPLAY "ENTER THE CASH COUNTED IN THE BOX".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO CASH-COUNTED.
           COMPUTE OVER-SHORT-AMOUNT =
               PCF-IMPREST-AMOUNT - CASH-COUNTED - OPEN-SLIP-TOTAL.
           MOVE OVER-SHORT-AMOUNT TO AMOUNT-FIELD.
           IF OVER-SHORT-AMOUNT = ZEROES
               DISPLAY "THE FUND PROVES TO ITS IMPREST AMOUNT"
           ELSE
           IF OVER-SHORT-AMOUNT > ZEROES
               DISPLAY "THE FUND IS SHORT " AMOUNT-FIELD
               PERFORM POST-THE-OVER-SHORT
           ELSE
               DISPLAY "THE FUND IS OVER " AMOUNT-FIELD
               PERFORM POST-THE-OVER-SHORT.
           MOVE TODAYS-DATE TO PCF-LAST-COUNT-DATE.
           MOVE CASH-COUNTED TO PCF-LAST-COUNT-CASH.
           PERFORM REWRITE-PCF-RECORD.

      *--------------------------------
      * The difference goes on the fund
      * as a slip to the over/short
      * account - short is an expense
      * the replenishment pays back,
      * over reduces it.
      *--------------------------------
       POST-THE-OVER-SHORT.
           PERFORM GET-OK-TO-POST.
           IF OK-TO-POST = "Y"
               PERFORM SET-NEXT-SLIP-SEQ
               MOVE SPACE TO PETTY-CASH-SLIP-RECORD
               MOVE PCF-ID TO PCS-FUND
               MOVE NEXT-SLIP-SEQ TO PCS-SEQ
               MOVE TODAYS-DATE TO PCS-DATE
               MOVE "CASH OVER/SHORT" TO PCS-PAYEE
               MOVE PCF-OVER-SHORT-ACCT TO PCS-GL-ACCT
               MOVE OVER-SHORT-AMOUNT TO PCS-AMOUNT
               MOVE "O" TO PCS-TYPE
               MOVE "U" TO PCS-STATUS
               MOVE ZEROES TO PCS-VOUCHER
               MOVE SIGNED-ON-OPERATOR TO PCS-ENTERED-BY
               PERFORM WRITE-PCS-RECORD
               DISPLAY "OVER/SHORT POSTED TO " PCF-OVER-SHORT-ACCT.

       GET-OK-TO-POST.
           PERFORM ACCEPT-OK-TO-POST.
           PERFORM RE-ACCEPT-OK-TO-POST
               UNTIL OK-TO-POST = "Y" OR "N".

       ACCEPT-OK-TO-POST.
           DISPLAY "POST IT TO THE OVER/SHORT ACCOUNT (Y/N)?".
           ACCEPT OK-TO-POST.
           INSPECT OK-TO-POST
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-POST.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-POST.

      *--------------------------------
      * 4. REPLENISH
      *--------------------------------
       REPLENISH-MODE.
           MOVE ZEROES TO OPEN-SLIP-COUNT OPEN-SLIP-TOTAL
                          ROLLUP-USED.
           PERFORM READ-FIRST-FUND-SLIP.
           PERFORM ROLL-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMP-RECORD.
           IF OPEN-SLIP-TOTAL NOT > ZEROES
               DISPLAY "NOTHING TO REPLENISH ON THIS FUND"
           ELSE
           IF EMP-RECORD-FOUND = "N"
               DISPLAY "THE CUSTODIAN IS NOT ON FILE - SEE PCFMNT01"
           ELSE
               PERFORM GET-OK-TO-REPLENISH
               IF OK-TO-REPLENISH = "Y"
                   PERFORM GENERATE-THE-VOUCHER
                   PERFORM WRITE-THE-PAYEE
                   PERFORM MARK-THE-SLIPS.

       ROLL-ONE-SLIP.
           IF PCS-IS-UNREPLENISHED
               ADD 1 TO OPEN-SLIP-COUNT
               ADD PCS-AMOUNT TO OPEN-SLIP-TOTAL
               MOVE PCS-GL-ACCT TO ACCT-WORK
               PERFORM FIND-THE-ROLLUP-SLOT
               IF ROLLUP-FOUND = "Y"
                   ADD PCS-AMOUNT TO ROLLUP-AMOUNT (ROLLUP-SUB).
           PERFORM READ-NEXT-FUND-SLIP.

       GET-OK-TO-REPLENISH.
           MOVE OPEN-SLIP-TOTAL TO AMOUNT-FIELD.
           DISPLAY OPEN-SLIP-COUNT " SLIPS TOTALLING " AMOUNT-FIELD.
           DISPLAY "TO BE REPLENISHED TO " EMP-NAME.
           PERFORM ACCEPT-OK-TO-REPLENISH.
           PERFORM RE-ACCEPT-OK-TO-REPLENISH
               UNTIL OK-TO-REPLENISH = "Y" OR "N".

       ACCEPT-OK-TO-REPLENISH.
           DISPLAY "GENERATE THE REPLENISHMENT VOUCHER (Y/N)?".
           ACCEPT OK-TO-REPLENISH.
           INSPECT OK-TO-REPLENISH
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-REPLENISH.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-REPLENISH.

       FIND-THE-ROLLUP-SLOT.
           MOVE "N" TO ROLLUP-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING ROLLUP-SUB FROM 1 BY 1
               UNTIL ROLLUP-SUB > ROLLUP-USED
                   OR ROLLUP-FOUND = "Y".
           IF ROLLUP-FOUND = "N"
               PERFORM TAKE-A-ROLLUP-SLOT.

       LOOK-AT-ONE-SLOT.
           IF ROLLUP-ACCOUNT (ROLLUP-SUB) = ACCT-WORK
               MOVE "Y" TO ROLLUP-FOUND
               SUBTRACT 1 FROM ROLLUP-SUB.

       TAKE-A-ROLLUP-SLOT.
           IF ROLLUP-USED < 100
               ADD 1 TO ROLLUP-USED
               MOVE ROLLUP-USED TO ROLLUP-SUB
               MOVE ACCT-WORK TO ROLLUP-ACCOUNT (ROLLUP-SUB)
               MOVE ZEROES TO ROLLUP-AMOUNT (ROLLUP-SUB)
               MOVE "Y" TO ROLLUP-FOUND
           ELSE
               DISPLAY "MORE THAN 100 ACCOUNTS ON ONE"
                       " REPLENISHMENT - SLIP DROPPED".

       GENERATE-THE-VOUCHER.
           PERFORM TAKE-NEXT-VOUCHER-NUMBER.
           PERFORM INIT-VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE ZEROES TO VOUCHER-VENDOR.
           STRING "PC" PCF-ID DELIMITED BY SPACE
                  "-" NEW-VOUCHER-NUMBER DELIMITED BY SIZE
               INTO VOUCHER-INVOICE.
           STRING "PETTY CASH " PCF-DESCRIPTION
               DELIMITED BY SIZE INTO VOUCHER-FOR.
           MOVE OPEN-SLIP-TOTAL TO VOUCHER-AMOUNT.
           MOVE TODAYS-DATE TO VOUCHER-DATE.
           MOVE TODAYS-DATE TO VOUCHER-DUE.
           MOVE "N" TO VOUCHER-DEDUCTIBLE.
           MOVE "N" TO VOUCHER-SELECTED.
           ACCEPT VOUCHER-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE "G" TO VOUCHER-SOURCE.
           MOVE "I" TO VOUCHER-TYPE.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-ENTERED-BY.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM WRITE-THE-DETAIL-LINES.
           DISPLAY "REPLENISHMENT VOUCHER " NEW-VOUCHER-NUMBER
                   " GENERATED WITH " ROLLUP-USED
                   " DETAIL LINES".

       WRITE-THE-DETAIL-LINES.
           MOVE ZEROES TO DETAIL-LINE-NO.
           PERFORM WRITE-ONE-DETAIL-LINE
               VARYING ROLLUP-SUB FROM 1 BY 1
               UNTIL ROLLUP-SUB > ROLLUP-USED.

       WRITE-ONE-DETAIL-LINE.
           ADD 1 TO DETAIL-LINE-NO.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE DETAIL-LINE-NO TO VOUCHER-DETAIL-LINE.
           MOVE "PETTY CASH SLIPS" TO VOUCHER-DETAIL-FOR.
           MOVE ROLLUP-AMOUNT (ROLLUP-SUB)
               TO VOUCHER-DETAIL-AMOUNT.
           MOVE ROLLUP-ACCOUNT (ROLLUP-SUB)
               TO VOUCHER-DETAIL-GL-ACCT.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DETAIL LINE".

      *--------------------------------
      * The check is made out to the
      * custodian to cash for the box -
      * never a direct deposit to their
      * own account, so OTP-EMPLOYEE is
      * left zero.
      *--------------------------------
       WRITE-THE-PAYEE.
           MOVE SPACE TO ONE-TIME-PAYEE-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO OTP-VOUCHER.
           MOVE EMP-NAME TO OTP-NAME.
           MOVE EMP-ADDRESS-1 TO OTP-ADDRESS-1.
           MOVE EMP-ADDRESS-2 TO OTP-ADDRESS-2.
           MOVE EMP-CITY TO OTP-CITY.
           MOVE EMP-STATE TO OTP-STATE.
           MOVE EMP-ZIP TO OTP-ZIP.
           MOVE "N" TO OTP-REPORTABLE.
           MOVE ZEROES TO OTP-EMPLOYEE.
           WRITE ONE-TIME-PAYEE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYEE RECORD".

       MARK-THE-SLIPS.
           PERFORM READ-FIRST-FUND-SLIP.
           PERFORM MARK-ONE-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       MARK-ONE-SLIP.
           IF PCS-IS-UNREPLENISHED
               MOVE "R" TO PCS-STATUS
               MOVE NEW-VOUCHER-NUMBER TO PCS-VOUCHER
               PERFORM REWRITE-PCS-RECORD.
           PERFORM READ-NEXT-FUND-SLIP.

      *--------------------------------
      * The voucher number comes off
      * the control file the same way
      * VCHMNT01 assigns one.
      *--------------------------------
       TAKE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO NEW-VOUCHER-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.

       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
                         VOUCHER-FOR
                         VOUCHER-DEDUCTIBLE
                         VOUCHER-SELECTED.
           MOVE ZEROES TO VOUCHER-NUMBER
                          VOUCHER-VENDOR
                          VOUCHER-AMOUNT
                          VOUCHER-DATE
                          VOUCHER-DUE
                          VOUCHER-PAID-AMOUNT
                          VOUCHER-PAID-DATE
                          VOUCHER-CHECK-NO
                          VOUCHER-ACCOUNT
                          VOUCHER-ENTRY-DATE
                          VOUCHER-CHANGED-DATE
                          VOUCHER-SELECTED-AMOUNT
                          VOUCHER-LAST-PAID-AMOUNT.
           MOVE SPACE TO VOUCHER-SOURCE.
           MOVE "N" TO VOUCHER-APPR-STATUS.
           MOVE SPACE TO VOUCHER-APPR-REASON.
           MOVE SPACE TO VOUCHER-ENTERED-BY.
           MOVE SPACE TO VOUCHER-CHANGED-BY.
           MOVE ZEROES TO VOUCHER-DISC-PERCENT
                          VOUCHER-DISC-DATE
                          VOUCHER-DISC-TAKEN
                          VOUCHER-WHT-AMOUNT
                          VOUCHER-PO-NUMBER
                          VOUCHER-HOLD-DATE.
           MOVE SPACE TO VOUCHER-HOLD-STATUS
                         VOUCHER-HOLD-REASON
                         VOUCHER-HOLD-NOTE.
           MOVE "N" TO VOUCHER-TAXABLE.
           MOVE ZEROES TO VOUCHER-USE-TAX-AMOUNT.
           MOVE SPACE TO VOUCHER-CURRENCY.
           MOVE ZEROES TO VOUCHER-FOREIGN-AMOUNT.
           MOVE 5 TO VOUCHER-PRIORITY.
           MOVE ZEROES TO VOUCHER-BATCH.
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.

      *--------------------------------
      * Slip totals and numbering
      *--------------------------------
       SUM-OPEN-SLIPS.
           MOVE ZEROES TO OPEN-SLIP-COUNT OPEN-SLIP-TOTAL.
           PERFORM READ-FIRST-FUND-SLIP.
           PERFORM ADD-ONE-OPEN-SLIP
               UNTIL SLIP-FILE-AT-END = "Y".

       ADD-ONE-OPEN-SLIP.
           IF PCS-IS-UNREPLENISHED
               ADD 1 TO OPEN-SLIP-COUNT
               ADD PCS-AMOUNT TO OPEN-SLIP-TOTAL.
           PERFORM READ-NEXT-FUND-SLIP.

       SET-NEXT-SLIP-SEQ.
           MOVE ZEROES TO NEXT-SLIP-SEQ.
           PERFORM READ-FIRST-FUND-SLIP.
           PERFORM FIND-LAST-SLIP-SEQ
               UNTIL SLIP-FILE-AT-END = "Y".
           ADD 1 TO NEXT-SLIP-SEQ.

       FIND-LAST-SLIP-SEQ.
           MOVE PCS-SEQ TO NEXT-SLIP-SEQ.
           PERFORM READ-NEXT-FUND-SLIP.

      *--------------------------------
      * Read first, read next routines
      * The slip scan stays inside the
      * one fund in PETTY-CASH-FUND-
      * RECORD.
      *--------------------------------
       READ-FIRST-FUND-SLIP.
           MOVE PCF-ID TO PCS-FUND.
           MOVE ZEROES TO PCS-SEQ.
           MOVE "N" TO SLIP-FILE-AT-END.
           START PETTY-CASH-SLIP-FILE
               KEY NOT < PCS-KEY
               INVALID KEY
               MOVE "Y" TO SLIP-FILE-AT-END.
           IF SLIP-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-FUND-SLIP.

       READ-NEXT-FUND-SLIP.
           MOVE "N" TO SLIP-FILE-AT-END.
           READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SLIP-FILE-AT-END.
           IF SLIP-FILE-AT-END NOT = "Y"
               AND PCS-FUND NOT = PCF-ID
               MOVE "Y" TO SLIP-FILE-AT-END.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-PCF-RECORD.
           MOVE "Y" TO PCF-RECORD-FOUND.
           READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               MOVE "N" TO PCF-RECORD-FOUND.

       REWRITE-PCF-RECORD.
           REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FUND RECORD".

       WRITE-PCS-RECORD.
           WRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PETTY CASH SLIP".

       REWRITE-PCS-RECORD.
           REWRITE PETTY-CASH-SLIP-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PETTY CASH SLIP".

       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           MOVE "V" TO JRN-FILE-CODE.
           MOVE "W" TO JRN-ACTION.
           MOVE LOW-VALUES TO JRN-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
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

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

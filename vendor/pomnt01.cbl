      * balance - cash the company is
      * committed to that no voucher yet
      * shows.
      *
      * A PO written under a vendor
      * contract names it, and the PO's
      * open balance then counts against
      * the contract's ceiling.
      *
      * A PO for job work is charged to a
      * project and cost code; its open
      * balance is that project's
      * committed cost on JCRPT01.
      *
      * Every order is bought against a
      * GL expense account (the vendor's
      * default unless keyed) in the
      * year it is entered, and its open
      * balance encumbers that account's
      * budget until vouchers bill it or
      * it is closed. A new order, a
      * larger amount or a new account
      * that would take the account past
      * its remaining annual budget is
      * refused for anyone under level 9
      * - a level-9 supervisor is warned
      * and the order stands.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvnd02.cbl".

           COPY "slcnt01.cbl".

           COPY "slprj01.cbl".

           COPY "slccd01.cbl".

           COPY "slcoa01.cbl".

           COPY "slbud01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvchdtl.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdvnd04.cbl".

           COPY "fdcnt01.cbl".

           COPY "fdprj01.cbl".

           COPY "fdccd01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdbud01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).
       77  PO-FILE-AT-END              PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  OK-TO-CLOSE                 PIC X.
       77  PO-CONTRACT-IS-GOOD         PIC X.
       77  COA-RECORD-FOUND            PIC X.
       77  PO-FUNDS-OK                 PIC X.
       77  SAVE-PO-AMOUNT              PIC S9(8)V99.
       77  SAVE-PO-GL-ACCOUNT          PIC X(15).
       77  FUNDS-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.
       77  TODAYS-DATE                 PIC 9(8).

       77  PO-NUMBER-FIELD             PIC Z(6).
       77  PO-AMOUNT-ENTRY             PIC ZZZ,ZZZ,ZZ9.9999-.

           COPY "wsdate01.cbl".

           COPY "wscnt01.cbl".

           COPY "wsprj01.cbl".

           COPY "wsbud01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-PO-NUMBER       PIC ZZZZZ9.
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
       OPENING-PROCEDURE.
           OPEN I-O PO-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTRACT-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COST-CODE-FILE.
           OPEN INPUT COA-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           PERFORM GET-SIGNED-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE PO-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE PROJECT-FILE.
           CLOSE COST-CODE-FILE.
           CLOSE COA-FILE.
           CLOSE BUDGET-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VOUCHER-DETAIL-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
       ADD-RECORDS.
           IF PO-NUMBER NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM CHECK-PO-FUNDS
               PERFORM WRITE-IF-FUNDS-OK
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.
           PERFORM ENTER-PO-FOR.
           PERFORM ENTER-PO-AMOUNT.
           PERFORM ENTER-PO-EXPECTED-DATE.
           PERFORM ENTER-PO-CONTRACT.
           PERFORM ENTER-PO-PROJECT.
           PERFORM ENTER-PO-GL-ACCOUNT.

       WRITE-IF-FUNDS-OK.
           IF PO-FUNDS-OK = "Y"
               PERFORM WRITE-PO-RECORD
           ELSE
               DISPLAY "PURCHASE ORDER NOT ADDED".

      *--------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 8.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE PO-AMOUNT TO SAVE-PO-AMOUNT.
           MOVE PO-GL-ACCOUNT TO SAVE-PO-GL-ACCOUNT.
           IF WHICH-FIELD = 1
               PERFORM ENTER-PO-VENDOR.
           IF WHICH-FIELD = 2
               PERFORM ENTER-PO-AMOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-PO-EXPECTED-DATE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-PO-CONTRACT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-PO-PROJECT.
           IF WHICH-FIELD = 7
               PERFORM ENTER-PO-GL-ACCOUNT.

           PERFORM CHECK-CHANGED-FUNDS.
           PERFORM REWRITE-PO-RECORD.

      *--------------------------------
      * Only a larger amount or a move
      * to another account asks for
      * more of a budget - a refused
      * change puts the old values back.
      *--------------------------------
       CHECK-CHANGED-FUNDS.
           MOVE "Y" TO PO-FUNDS-OK.
           IF PO-AMOUNT > SAVE-PO-AMOUNT
                   OR PO-GL-ACCOUNT NOT = SAVE-PO-GL-ACCOUNT
               PERFORM CHECK-PO-FUNDS.
           IF PO-FUNDS-OK = "N"
               MOVE SAVE-PO-AMOUNT TO PO-AMOUNT
               MOVE SAVE-PO-GL-ACCOUNT TO PO-GL-ACCOUNT
               DISPLAY "CHANGE NOT MADE".

      *--------------------------------
      * INQUIRE
      *--------------------------------
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CLOSE.

      *--------------------------------
      * Holds the PO's open balance
      * against what is left of its
      * account's budget for the year.
      *--------------------------------
       CHECK-PO-FUNDS.
           MOVE "Y" TO PO-FUNDS-OK.
           IF PO-IS-OPEN AND PO-GL-ACCOUNT NOT = SPACE
               MOVE PO-GL-ACCOUNT TO FUNDS-CHECK-ACCOUNT
               MOVE PO-BUDGET-YEAR TO FUNDS-CHECK-YEAR
               MOVE PO-NUMBER TO FUNDS-CHECK-PO
               COMPUTE FUNDS-CHECK-AMOUNT =
                   PO-AMOUNT - PO-INVOICED
               PERFORM CHECK-THE-FUNDS
               IF FUNDS-ARE-SHORT = "Y"
                   PERFORM REPORT-FUNDS-SHORT.

       REPORT-FUNDS-SHORT.
           DISPLAY "THIS ORDER TAKES " PO-GL-ACCOUNT
                   " OVER ITS " PO-BUDGET-YEAR " BUDGET".
           MOVE FUNDS-BUDGET TO FUNDS-FIELD.
           DISPLAY "   ANNUAL BUDGET: " FUNDS-FIELD.
           MOVE FUNDS-ACTUAL TO FUNDS-FIELD.
           DISPLAY "   PAID TO DATE:  " FUNDS-FIELD.
           MOVE FUNDS-ENCUMBERED TO FUNDS-FIELD.
           DISPLAY "   OTHER OPEN POS:" FUNDS-FIELD.
           MOVE FUNDS-AVAILABLE TO FUNDS-FIELD.
           DISPLAY "   AVAILABLE:     " FUNDS-FIELD.
           MOVE FUNDS-SHORT-AMOUNT TO FUNDS-FIELD.
           DISPLAY "   SHORT BY:      " FUNDS-FIELD.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "ONLY A LEVEL-9 SUPERVISOR MAY OVERSPEND"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
               MOVE "N" TO PO-FUNDS-OK
           ELSE
               DISPLAY "WARNING - ACCEPTED ON SUPERVISOR AUTHORITY".

      *--------------------------------
      * OPEN-PO REPORT
      *--------------------------------
           MOVE ZEROES TO PO-NUMBER PO-VENDOR
                          PO-AMOUNT PO-INVOICED
                          PO-EXPECTED-DATE.
           MOVE SPACE TO PO-CONTRACT PO-PROJECT PO-COST-CODE.
           MOVE SPACE TO PO-GL-ACCOUNT.
           MOVE ZEROES TO PO-BUDGET-YEAR.
           MOVE "O" TO PO-STATUS.

      *------------------------------------
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PO-EXPECTED-DATE.

      *------------------------------------
      * The vendor contract the order is
      * written under - blank for none.
      * It must be an active contract
      * with this PO's vendor that has
      * not already run out.
      *------------------------------------
       ENTER-PO-CONTRACT.
           PERFORM ACCEPT-PO-CONTRACT.
           PERFORM RE-ACCEPT-PO-CONTRACT
               UNTIL PO-CONTRACT-IS-GOOD = "Y".

       ACCEPT-PO-CONTRACT.
           DISPLAY "ENTER CONTRACT NUMBER (BLANK IF NONE)".
           ACCEPT PO-CONTRACT.
           INSPECT PO-CONTRACT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM CHECK-PO-CONTRACT.

       RE-ACCEPT-PO-CONTRACT.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-PO-CONTRACT.

       CHECK-PO-CONTRACT.
           MOVE "Y" TO PO-CONTRACT-IS-GOOD.
           IF PO-CONTRACT NOT = SPACE
               MOVE PO-CONTRACT TO CNT-NUMBER
               MOVE PO-VENDOR TO CONTRACT-CHECK-VENDOR
               ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
               MOVE TODAYS-DATE TO CONTRACT-CHECK-DATE
               MOVE ZEROES TO CONTRACT-CHECK-AMOUNT
               PERFORM CHECK-THE-CONTRACT
               IF CONTRACT-IS-USABLE = "N"
                   MOVE CONTRACT-PROBLEM TO ERROR-MESSAGE
                   MOVE "N" TO PO-CONTRACT-IS-GOOD
               ELSE
               IF TODAYS-DATE > CNT-END-DATE
                   MOVE "THAT CONTRACT HAS ENDED" TO ERROR-MESSAGE
                   MOVE "N" TO PO-CONTRACT-IS-GOOD.

      *------------------------------------
      * The project and cost code the
      * order is charged to - a blank
      * project for none. The project
      * must be on file and not closed,
      * and then a cost code from the
      * list is required.
      *------------------------------------
       ENTER-PO-PROJECT.
           PERFORM ACCEPT-PO-PROJECT.
           PERFORM RE-ACCEPT-PO-PROJECT
               UNTIL PROJECT-PROBLEM = SPACE.

       ACCEPT-PO-PROJECT.
           DISPLAY "ENTER PROJECT NUMBER (BLANK IF NONE)".
           ACCEPT PO-PROJECT.
           INSPECT PO-PROJECT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO PO-COST-CODE.
           IF PO-PROJECT NOT = SPACE
               DISPLAY "ENTER COST CODE"
               ACCEPT PO-COST-CODE
               INSPECT PO-COST-CODE
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA.
           MOVE PO-PROJECT TO PROJECT-CHECK-NUMBER.
           MOVE PO-COST-CODE TO PROJECT-CHECK-COST-CODE.
           PERFORM CHECK-THE-PROJECT.

       RE-ACCEPT-PO-PROJECT.
           DISPLAY PROJECT-PROBLEM.
           PERFORM ACCEPT-PO-PROJECT.

      *------------------------------------
      * The GL expense account the order
      * is bought against - blank takes
      * the vendor's default account,
      * and blank again leaves the order
      * unbudgeted. It must be an active
      * account on the chart. The budget
      * year is the year the order was
      * first given an account.
      *------------------------------------
       ENTER-PO-GL-ACCOUNT.
           PERFORM ACCEPT-PO-GL-ACCOUNT.
           PERFORM RE-ACCEPT-PO-GL-ACCOUNT
               UNTIL PO-GL-ACCOUNT = SPACE
                   OR COA-RECORD-FOUND = "Y".
           IF PO-BUDGET-YEAR = ZEROES
               ACCEPT DATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE DATE-YYYY TO PO-BUDGET-YEAR.

       ACCEPT-PO-GL-ACCOUNT.
           MOVE "N" TO COA-RECORD-FOUND.
           DISPLAY "ENTER GL ACCOUNT (BLANK FOR VENDOR DEFAULT)".
           ACCEPT PO-GL-ACCOUNT.
           INSPECT PO-GL-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF PO-GL-ACCOUNT = SPACE
               MOVE PO-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   MOVE VENDOR-EXPENSE-ACCT TO PO-GL-ACCOUNT.
           IF PO-GL-ACCOUNT NOT = SPACE
               MOVE PO-GL-ACCOUNT TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       RE-ACCEPT-PO-GL-ACCOUNT.
           DISPLAY "ACCOUNT IS NOT AN ACTIVE ACCOUNT ON THE CHART".
           PERFORM ACCEPT-PO-GL-ACCOUNT.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Close
               DISPLAY "4. EXPECTED DELIVERY: " FORMATTED-DATE
           ELSE
               DISPLAY "4. EXPECTED DELIVERY: NOT SET".
           IF PO-CONTRACT = SPACE
               DISPLAY "5. CONTRACT: NONE"
           ELSE
               DISPLAY "5. CONTRACT: " PO-CONTRACT.
           IF PO-PROJECT = SPACE
               DISPLAY "6. PROJECT: NONE"
           ELSE
               DISPLAY "6. PROJECT: " PO-PROJECT
                       "  COST CODE: " PO-COST-CODE.
           IF PO-GL-ACCOUNT = SPACE
               DISPLAY "7. GL ACCOUNT: NONE - NOT BUDGETED"
           ELSE
               DISPLAY "7. GL ACCOUNT: " PO-GL-ACCOUNT
                       "  BUDGET YEAR: " PO-BUDGET-YEAR.
           DISPLAY " ".

      *--------------------------------
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plcnt01.cbl".

           COPY "plprj01.cbl".

           COPY "plbud01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXRMNT01.
      *------------------------------------
      * Employee Expense Reports
      *
      * Employees used to be reimbursed by
      * keying a throwaway vendor for each
      * one. Here the reimbursement runs
      * off the employee master (EMPMNT01)
      * instead:
      *
      * 1. ENTER - a new report for an
      *    active employee, then its
      *    lines: the date the expense
      *    was incurred, the chart-of-
      *    accounts expense account it is
      *    coded to (must be on file and
      *    active), and the amount - or,
      *    for business driving, the miles,
      *    priced at the control file's
      *    mileage rate (VCHAPR01). The
      *    keyer submits it for approval
      *    when it is complete.
      * 2. CHANGE - add or remove lines on
      *    a report not yet approved.
      *    Any change sends it back for
      *    resubmission.
      * 3. LOOK UP - any report, with its
      *    lines and where it stands.
      * 4. APPROVE - a level-9 supervisor
      *    who did not key the report
      *    approves it, or rejects it
      *    back to the keyer with a
      *    reason.
      * 5. GENERATE - every approved
      *    report becomes a voucher
      *    (VOUCHER-SOURCE "G") with one
      *    VOUCHER-DETAIL-RECORD per GL
      *    account, so GLEXP01 charges
      *    the right expense accounts.
      *    The voucher carries vendor
      *    zero and a one-time payee
      *    record holding the employee's
      *    name and home address, marked
      *    not reportable - so it pays
      *    through the ordinary selection
      *    and VCHPAY02 run, prints on
      *    CHKPRT01 like any one-time
      *    check (or goes by ACHEXP01
      *    direct deposit when the
      *    employee is set up for it),
      *    and never lands in the 1099
      *    or vendor spend reports.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slemp01.cbl".

           COPY "slexr01.cbl".

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

           COPY "fdemp01.cbl".

           COPY "fdexr01.cbl".

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
           88 MENU-PICK-IS-VALID     VALUES 0 THRU 5.

       77  EMP-RECORD-FOUND          PIC X.
       77  EXR-RECORD-FOUND          PIC X.
       77  EXL-RECORD-FOUND          PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  REPORT-FILE-AT-END        PIC X.
       77  LINE-FILE-AT-END          PIC X.

       77  EMP-NUMBER-FIELD          PIC Z(7).
       77  EXR-SEQ-FIELD             PIC ZZ9.
       77  LINE-NUMBER-FIELD         PIC ZZ9.
       77  NEXT-REPORT-SEQ           PIC 9(3).
       77  NEXT-LINE-NUMBER          PIC 9(3).
       77  LINE-COUNT                PIC 9(3).

       77  MILEAGE-RATE              PIC 9V999 VALUE ZEROES.
       77  MILES-FIELD               PIC ZZZZ9.
       77  AMOUNT-ENTRY              PIC Z,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.
       77  LINE-AMOUNT               PIC S9(7)V99.

       77  ADD-ANOTHER               PIC X.
       77  SUBMIT-IT                 PIC X.
       77  REVIEW-CHOICE             PIC X.
       77  CHANGES-MADE              PIC X.

       77  REVIEWED-COUNT            PIC 9(5).
       77  APPROVED-COUNT            PIC 9(5).
       77  REJECTED-COUNT            PIC 9(5).
       77  GENERATED-COUNT           PIC 9(5).
       77  GENERATED-TOTAL           PIC S9(9)V99.

       77  ACCT-WORK                 PIC X(15).
       77  DETAIL-LINE-NO            PIC 9(3).
       77  NEW-VOUCHER-NUMBER        PIC 9(7).

      *------------------------------------------
      * The by-account roll-up for the generated
      * voucher's detail lines - one detail line
      * per GL account, not one per receipt.
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
           MOVE "EXRMNT01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN I-O EXPENSE-REPORT-FILE.
           OPEN I-O EXPENSE-LINE-FILE.
           OPEN INPUT COA-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN I-O ONE-TIME-PAYEE-FILE.
           OPEN I-O CONTROL-FILE.
           PERFORM GET-MILEAGE-RATE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE EXPENSE-REPORT-FILE.
           CLOSE EXPENSE-LINE-FILE.
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
      * The mileage rate lives on the
      * voucher-counter control record
      * and is read once, at sign-on.
      *--------------------------------
       GET-MILEAGE-RATE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-MILEAGE-RATE TO MILEAGE-RATE.

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
           DISPLAY "    EMPLOYEE EXPENSE REPORTS".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ENTER A NEW EXPENSE REPORT".
           DISPLAY "          2.  CHANGE AN UNAPPROVED REPORT".
           DISPLAY "          3.  LOOK UP A REPORT".
           DISPLAY "          4.  APPROVE SUBMITTED REPORTS".
           DISPLAY "          5.  GENERATE REIMBURSEMENT VOUCHERS".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ENTER-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM APPROVE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM GENERATE-MODE.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * 1. ENTER - header first, then
      * the lines, then the keyer says
      * whether it is ready to submit.
      *--------------------------------
       ENTER-MODE.
           PERFORM GET-THE-EMPLOYEE.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM ENTER-NEW-REPORT.

       GET-THE-EMPLOYEE.
           PERFORM ACCEPT-THE-EMPLOYEE.
           PERFORM RE-ACCEPT-THE-EMPLOYEE
               UNTIL EMP-NUMBER = ZEROES
                   OR (EMP-RECORD-FOUND = "Y" AND EMP-IS-ACTIVE).

       ACCEPT-THE-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE NUMBER (0 TO EXIT)".
           ACCEPT EMP-NUMBER-FIELD.
           MOVE EMP-NUMBER-FIELD TO EMP-NUMBER.
           MOVE "N" TO EMP-RECORD-FOUND.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM READ-EMP-RECORD.
           IF EMP-RECORD-FOUND = "Y"
               DISPLAY "EMPLOYEE: " EMP-NAME.

       RE-ACCEPT-THE-EMPLOYEE.
           IF EMP-RECORD-FOUND = "N"
               DISPLAY "THAT EMPLOYEE IS NOT ON FILE - SEE EMPMNT01"
           ELSE
               DISPLAY "THAT EMPLOYEE IS INACTIVE".
           PERFORM ACCEPT-THE-EMPLOYEE.

       ENTER-NEW-REPORT.
           PERFORM SET-NEXT-REPORT-SEQ.
           MOVE SPACE TO EXPENSE-REPORT-RECORD.
           MOVE EMP-NUMBER TO EXR-EMPLOYEE.
           MOVE NEXT-REPORT-SEQ TO EXR-SEQ.
           PERFORM ENTER-EXR-PURPOSE.
           PERFORM ENTER-EXR-DATE.
           MOVE "O" TO EXR-STATUS.
           MOVE ZEROES TO EXR-TOTAL.
           MOVE SIGNED-ON-OPERATOR TO EXR-ENTERED-BY.
           MOVE SPACE TO EXR-APPROVED-BY.
           MOVE ZEROES TO EXR-APPROVED-DATE.
           MOVE ZEROES TO EXR-VOUCHER.
           MOVE SPACE TO EXR-NOTE.
           PERFORM WRITE-EXR-RECORD.
           DISPLAY "EXPENSE REPORT " EXR-EMPLOYEE "-" EXR-SEQ
                   " OPENED".
           MOVE 1 TO NEXT-LINE-NUMBER.
           PERFORM ENTER-THE-LINES.
           PERFORM ASK-TO-SUBMIT.

       SET-NEXT-REPORT-SEQ.
           MOVE ZEROES TO NEXT-REPORT-SEQ.
           MOVE EMP-NUMBER TO EXR-EMPLOYEE.
           MOVE ZEROES TO EXR-SEQ.
           MOVE "N" TO REPORT-FILE-AT-END.
           START EXPENSE-REPORT-FILE
               KEY NOT < EXR-KEY
               INVALID KEY
               MOVE "Y" TO REPORT-FILE-AT-END.
           IF REPORT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-EMP-REPORT.
           PERFORM FIND-LAST-REPORT-SEQ
               UNTIL REPORT-FILE-AT-END = "Y".
           ADD 1 TO NEXT-REPORT-SEQ.

       FIND-LAST-REPORT-SEQ.
           MOVE EXR-SEQ TO NEXT-REPORT-SEQ.
           PERFORM READ-NEXT-EMP-REPORT.

       READ-NEXT-EMP-REPORT.
           MOVE "N" TO REPORT-FILE-AT-END.
           READ EXPENSE-REPORT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REPORT-FILE-AT-END.
           IF REPORT-FILE-AT-END NOT = "Y"
               AND EXR-EMPLOYEE NOT = EMP-NUMBER
               MOVE "Y" TO REPORT-FILE-AT-END.

       ENTER-EXR-PURPOSE.
           PERFORM ACCEPT-EXR-PURPOSE.
           PERFORM RE-ACCEPT-EXR-PURPOSE
               UNTIL EXR-PURPOSE NOT = SPACE.

       ACCEPT-EXR-PURPOSE.
           DISPLAY "BUSINESS PURPOSE OF THE REPORT?".
           ACCEPT EXR-PURPOSE.
           INSPECT EXR-PURPOSE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EXR-PURPOSE.
           DISPLAY "A PURPOSE MUST BE ENTERED".
           PERFORM ACCEPT-EXR-PURPOSE.

       ENTER-EXR-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "REPORT DATE (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "A REPORT DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO EXR-DATE.

      *--------------------------------
      * One line per expense, until a
      * zero date ends the entry. The
      * header total is kept in step
      * line by line.
      *--------------------------------
       ENTER-THE-LINES.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM ENTER-ONE-LINE
               UNTIL ADD-ANOTHER = "N".

       ENTER-ONE-LINE.
           MOVE SPACE TO EXPENSE-LINE-RECORD.
           MOVE EXR-EMPLOYEE TO EXL-EMPLOYEE.
           MOVE EXR-SEQ TO EXL-SEQ.
           MOVE NEXT-LINE-NUMBER TO EXL-LINE.
           DISPLAY " ".
           DISPLAY "LINE " EXL-LINE.
           PERFORM ENTER-EXL-DATE.
           IF EXL-DATE = ZEROES
               MOVE "N" TO ADD-ANOTHER
           ELSE
               PERFORM ENTER-EXL-GL-ACCT
               PERFORM ENTER-EXL-DESCRIPTION
               PERFORM ENTER-EXL-MILES
               IF EXL-MILES = ZEROES
                   PERFORM ENTER-EXL-AMOUNT
               ELSE
                   PERFORM PRICE-THE-MILEAGE.
           IF ADD-ANOTHER = "Y"
               PERFORM WRITE-EXL-RECORD
               ADD EXL-AMOUNT TO EXR-TOTAL
               PERFORM REWRITE-EXR-RECORD
               ADD 1 TO NEXT-LINE-NUMBER.

       ENTER-EXL-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "DATE INCURRED (MM/DD/YYYY, 0 TO END)?"
               TO DATE-PROMPT.
           MOVE SPACE TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO EXL-DATE.

       ENTER-EXL-GL-ACCT.
           PERFORM ACCEPT-EXL-GL-ACCT.
           PERFORM RE-ACCEPT-EXL-GL-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-EXL-GL-ACCT.
           MOVE "N" TO COA-RECORD-FOUND.
           DISPLAY "GL EXPENSE ACCOUNT?".
           ACCEPT EXL-GL-ACCT.
           INSPECT EXL-GL-ACCT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF EXL-GL-ACCT NOT = SPACE
               MOVE EXL-GL-ACCT TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       RE-ACCEPT-EXL-GL-ACCT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".
           PERFORM ACCEPT-EXL-GL-ACCT.

       ENTER-EXL-DESCRIPTION.
           PERFORM ACCEPT-EXL-DESCRIPTION.
           PERFORM RE-ACCEPT-EXL-DESCRIPTION
               UNTIL EXL-DESCRIPTION NOT = SPACE.

       ACCEPT-EXL-DESCRIPTION.
           DISPLAY "DESCRIPTION?".
           ACCEPT EXL-DESCRIPTION.
           INSPECT EXL-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-EXL-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-EXL-DESCRIPTION.

      *--------------------------------
      * Miles on a line make it a
      * mileage line, priced at the
      * rate on file - there is no
      * pricing mileage with no rate.
      *--------------------------------
       ENTER-EXL-MILES.
           PERFORM ACCEPT-EXL-MILES.
           PERFORM RE-ACCEPT-EXL-MILES
               UNTIL EXL-MILES = ZEROES
                   OR MILEAGE-RATE NOT = ZEROES.

       ACCEPT-EXL-MILES.
           DISPLAY "MILES DRIVEN (0 IF NOT A MILEAGE LINE)?".
           ACCEPT MILES-FIELD.
           MOVE MILES-FIELD TO EXL-MILES.

       RE-ACCEPT-EXL-MILES.
           DISPLAY "NO MILEAGE RATE IS ON FILE - SEE VCHAPR01".
           PERFORM ACCEPT-EXL-MILES.

       PRICE-THE-MILEAGE.
           MOVE MILEAGE-RATE TO EXL-MILEAGE-RATE.
           COMPUTE EXL-AMOUNT ROUNDED =
               EXL-MILES * EXL-MILEAGE-RATE.
           MOVE EXL-AMOUNT TO AMOUNT-FIELD.
           DISPLAY EXL-MILES " MILES AT " EXL-MILEAGE-RATE
                   " = " AMOUNT-FIELD.

       ENTER-EXL-AMOUNT.
           MOVE ZEROES TO EXL-MILEAGE-RATE.
           PERFORM ACCEPT-EXL-AMOUNT.
           PERFORM RE-ACCEPT-EXL-AMOUNT
               UNTIL EXL-AMOUNT > ZEROES.

       ACCEPT-EXL-AMOUNT.
           DISPLAY "AMOUNT?".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO LINE-AMOUNT.
           MOVE LINE-AMOUNT TO EXL-AMOUNT.

       RE-ACCEPT-EXL-AMOUNT.
           DISPLAY "THE AMOUNT MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-EXL-AMOUNT.

      *--------------------------------
      * A report with no lines has
      * nothing to approve and stays
      * open.
      *--------------------------------
       ASK-TO-SUBMIT.
           IF EXR-TOTAL = ZEROES
               MOVE "O" TO EXR-STATUS
               DISPLAY "THE REPORT HAS NO LINES - LEFT OPEN"
           ELSE
               PERFORM GET-SUBMIT-IT
               IF SUBMIT-IT = "Y"
                   MOVE "S" TO EXR-STATUS
               ELSE
                   MOVE "O" TO EXR-STATUS.
           PERFORM REWRITE-EXR-RECORD.

       GET-SUBMIT-IT.
           MOVE EXR-TOTAL TO AMOUNT-FIELD.
           DISPLAY "REPORT TOTAL: " AMOUNT-FIELD.
           PERFORM ACCEPT-SUBMIT-IT.
           PERFORM RE-ACCEPT-SUBMIT-IT
               UNTIL SUBMIT-IT = "Y" OR "N".

       ACCEPT-SUBMIT-IT.
           DISPLAY "SUBMIT FOR APPROVAL NOW (Y/N)?".
           ACCEPT SUBMIT-IT.
           INSPECT SUBMIT-IT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SUBMIT-IT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-SUBMIT-IT.

      *--------------------------------
      * 2. CHANGE - new lines are added
      * after the last one; a line is
      * removed by its number. Either
      * sends the report back for
      * resubmission.
      *--------------------------------
       CHANGE-MODE.
           PERFORM GET-EXISTING-REPORT.
           IF EXR-RECORD-FOUND = "Y"
               IF NOT EXR-IS-CHANGEABLE
                   DISPLAY "THAT REPORT IS ALREADY APPROVED AND"
                   DISPLAY "CAN NO LONGER BE CHANGED"
               ELSE
                   PERFORM CHANGE-THE-REPORT.

       CHANGE-THE-REPORT.
           PERFORM DISPLAY-THE-REPORT.
           PERFORM SET-NEXT-LINE-NUMBER.
           DISPLAY "ENTER ANY NEW LINES".
           PERFORM ENTER-THE-LINES.
           PERFORM REMOVE-THE-LINES.
           PERFORM FOOT-THE-REPORT.
           PERFORM ASK-TO-SUBMIT.

       SET-NEXT-LINE-NUMBER.
           MOVE ZEROES TO NEXT-LINE-NUMBER.
           PERFORM READ-FIRST-REPORT-LINE.
           PERFORM FIND-LAST-LINE-NUMBER
               UNTIL LINE-FILE-AT-END = "Y".
           ADD 1 TO NEXT-LINE-NUMBER.

       FIND-LAST-LINE-NUMBER.
           MOVE EXL-LINE TO NEXT-LINE-NUMBER.
           PERFORM READ-NEXT-REPORT-LINE.

       REMOVE-THE-LINES.
           MOVE "Y" TO CHANGES-MADE.
           PERFORM REMOVE-ONE-LINE
               UNTIL CHANGES-MADE = "N".

       REMOVE-ONE-LINE.
           DISPLAY "LINE NUMBER TO REMOVE (0 WHEN DONE)?".
           ACCEPT LINE-NUMBER-FIELD.
           MOVE EXR-EMPLOYEE TO EXL-EMPLOYEE.
           MOVE EXR-SEQ TO EXL-SEQ.
           MOVE LINE-NUMBER-FIELD TO EXL-LINE.
           IF EXL-LINE = ZEROES
               MOVE "N" TO CHANGES-MADE
           ELSE
               PERFORM READ-EXL-RECORD
               IF EXL-RECORD-FOUND = "N"
                   DISPLAY "NO SUCH LINE ON THIS REPORT"
               ELSE
                   PERFORM DELETE-EXL-RECORD
                   DISPLAY "LINE " EXL-LINE " REMOVED".

      *--------------------------------
      * The total is re-footed from the
      * lines themselves after a change.
      *--------------------------------
       FOOT-THE-REPORT.
           MOVE ZEROES TO EXR-TOTAL.
           PERFORM READ-FIRST-REPORT-LINE.
           PERFORM FOOT-ONE-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       FOOT-ONE-LINE.
           ADD EXL-AMOUNT TO EXR-TOTAL.
           PERFORM READ-NEXT-REPORT-LINE.

      *--------------------------------
      * 3. LOOK UP
      *--------------------------------
       INQUIRE-MODE.
           PERFORM GET-EXISTING-REPORT.
           IF EXR-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-REPORT.

      *--------------------------------
      * Routines shared by Change and
      * Look Up
      *--------------------------------
       GET-EXISTING-REPORT.
           MOVE "N" TO EXR-RECORD-FOUND.
           DISPLAY "ENTER EMPLOYEE NUMBER (0 TO EXIT)".
           ACCEPT EMP-NUMBER-FIELD.
           MOVE EMP-NUMBER-FIELD TO EXR-EMPLOYEE.
           IF EXR-EMPLOYEE NOT = ZEROES
               DISPLAY "ENTER THE REPORT NUMBER"
               ACCEPT EXR-SEQ-FIELD
               MOVE EXR-SEQ-FIELD TO EXR-SEQ
               PERFORM READ-EXR-RECORD
               IF EXR-RECORD-FOUND = "N"
                   DISPLAY "REPORT NOT FOUND".

       DISPLAY-THE-REPORT.
           MOVE EXR-EMPLOYEE TO EMP-NUMBER.
           PERFORM READ-EMP-RECORD.
           IF EMP-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO EMP-NAME.
           DISPLAY " ".
           DISPLAY "REPORT " EXR-EMPLOYEE "-" EXR-SEQ
                   "  " EMP-NAME.
           DISPLAY "PURPOSE: " EXR-PURPOSE.
           MOVE EXR-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "DATED: " FORMATTED-DATE
                   "  KEYED BY: " EXR-ENTERED-BY.
           PERFORM DISPLAY-THE-STATUS.
           IF EXR-NOTE NOT = SPACE
               DISPLAY "NOTE: " EXR-NOTE.
           MOVE ZEROES TO LINE-COUNT.
           PERFORM READ-FIRST-REPORT-LINE.
           PERFORM DISPLAY-ONE-LINE
               UNTIL LINE-FILE-AT-END = "Y".
           MOVE EXR-TOTAL TO AMOUNT-FIELD.
           DISPLAY "TOTAL: " AMOUNT-FIELD.

       DISPLAY-THE-STATUS.
           IF EXR-IS-OPEN
               DISPLAY "STATUS: OPEN"
           ELSE
           IF EXR-IS-SUBMITTED
               DISPLAY "STATUS: SUBMITTED FOR APPROVAL"
           ELSE
           IF EXR-IS-APPROVED
               DISPLAY "STATUS: APPROVED BY " EXR-APPROVED-BY
           ELSE
           IF EXR-IS-VOUCHERED
               DISPLAY "STATUS: VOUCHERED ON VOUCHER " EXR-VOUCHER.

       DISPLAY-ONE-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE EXL-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE EXL-AMOUNT TO AMOUNT-FIELD.
           DISPLAY EXL-LINE " " FORMATTED-DATE " " EXL-GL-ACCT
                   " " AMOUNT-FIELD.
           IF EXL-MILES = ZEROES
               DISPLAY "    " EXL-DESCRIPTION
           ELSE
               DISPLAY "    " EXL-DESCRIPTION " "
                       EXL-MILES " MILES AT " EXL-MILEAGE-RATE.
           PERFORM READ-NEXT-REPORT-LINE.

      *--------------------------------
      * 4. APPROVE - level-9 work, the
      * same gate VCHAPR01 holds its
      * queue to, and never by the
      * operator who keyed the report.
      *--------------------------------
       APPROVE-MODE.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM REVIEW-THE-REPORTS.

       REVIEW-THE-REPORTS.
           MOVE ZEROES TO REVIEWED-COUNT APPROVED-COUNT
                          REJECTED-COUNT.
           PERFORM READ-FIRST-REPORT.
           PERFORM REVIEW-ALL-REPORTS
               UNTIL REPORT-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "SUBMITTED REVIEWED: " REVIEWED-COUNT.
           DISPLAY "APPROVED: " APPROVED-COUNT.
           DISPLAY "REJECTED: " REJECTED-COUNT.

       REVIEW-ALL-REPORTS.
           IF EXR-IS-SUBMITTED
               PERFORM REVIEW-THIS-REPORT.
           PERFORM READ-NEXT-REPORT.

       REVIEW-THIS-REPORT.
           PERFORM DISPLAY-THE-REPORT.
           IF EXR-ENTERED-BY = SIGNED-ON-OPERATOR
               DISPLAY "YOU KEYED THIS REPORT - ANOTHER"
               DISPLAY "SUPERVISOR MUST APPROVE IT"
           ELSE
               ADD 1 TO REVIEWED-COUNT
               PERFORM GET-REVIEW-CHOICE
               PERFORM TAKE-THE-REVIEW-CHOICE.

       TAKE-THE-REVIEW-CHOICE.
           IF REVIEW-CHOICE = "A"
               MOVE "A" TO EXR-STATUS
               MOVE SPACE TO EXR-NOTE
               MOVE SIGNED-ON-OPERATOR TO EXR-APPROVED-BY
               ACCEPT EXR-APPROVED-DATE FROM DATE YYYYMMDD
               PERFORM REWRITE-EXR-RECORD
               ADD 1 TO APPROVED-COUNT
           ELSE
           IF REVIEW-CHOICE = "R"
               MOVE "O" TO EXR-STATUS
               PERFORM ENTER-REJECT-REASON
               PERFORM REWRITE-EXR-RECORD
               ADD 1 TO REJECTED-COUNT.

       GET-REVIEW-CHOICE.
           PERFORM ACCEPT-REVIEW-CHOICE.
           PERFORM RE-ACCEPT-REVIEW-CHOICE
               UNTIL REVIEW-CHOICE = "A" OR "R" OR "S".

       ACCEPT-REVIEW-CHOICE.
           DISPLAY "A(PPROVE), R(EJECT) OR S(KIP)?".
           ACCEPT REVIEW-CHOICE.
           INSPECT REVIEW-CHOICE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REVIEW-CHOICE.
           DISPLAY "YOU MUST ENTER A, R OR S".
           PERFORM ACCEPT-REVIEW-CHOICE.

       ENTER-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL EXR-NOTE NOT = SPACE.

       ACCEPT-REJECT-REASON.
           DISPLAY "REASON FOR REJECTING?".
           ACCEPT EXR-NOTE.
           INSPECT EXR-NOTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REJECT-REASON.

      *--------------------------------
      * 5. GENERATE - every approved
      * report becomes one voucher, and
      * flips to VOUCHERED so it can
      * never generate twice.
      *--------------------------------
       GENERATE-MODE.
           MOVE ZEROES TO GENERATED-COUNT GENERATED-TOTAL.
           PERFORM READ-FIRST-REPORT.
           PERFORM GENERATE-ALL-REPORTS
               UNTIL REPORT-FILE-AT-END = "Y".
           MOVE GENERATED-TOTAL TO AMOUNT-FIELD.
           DISPLAY " ".
           DISPLAY "REIMBURSEMENT VOUCHERS GENERATED: "
                   GENERATED-COUNT.
           DISPLAY "TOTAL: " AMOUNT-FIELD.

       GENERATE-ALL-REPORTS.
           IF EXR-IS-APPROVED
               PERFORM GENERATE-FOR-THIS-REPORT.
           PERFORM READ-NEXT-REPORT.

       GENERATE-FOR-THIS-REPORT.
           MOVE EXR-EMPLOYEE TO EMP-NUMBER.
           PERFORM READ-EMP-RECORD.
           IF EMP-RECORD-FOUND = "N"
               DISPLAY "REPORT " EXR-EMPLOYEE "-" EXR-SEQ
                       " SKIPPED - EMPLOYEE NOT ON FILE"
           ELSE
               PERFORM BUILD-THE-ROLLUP
               PERFORM GENERATE-THE-VOUCHER
               PERFORM WRITE-THE-PAYEE
               MOVE "V" TO EXR-STATUS
               MOVE NEW-VOUCHER-NUMBER TO EXR-VOUCHER
               PERFORM REWRITE-EXR-RECORD
               ADD 1 TO GENERATED-COUNT
               ADD EXR-TOTAL TO GENERATED-TOTAL.

      *--------------------------------
      * Lines roll up by GL account -
      * one detail line per account.
      *--------------------------------
       BUILD-THE-ROLLUP.
           MOVE ZEROES TO ROLLUP-USED.
           PERFORM READ-FIRST-REPORT-LINE.
           PERFORM ROLL-ONE-LINE
               UNTIL LINE-FILE-AT-END = "Y".

       ROLL-ONE-LINE.
           MOVE EXL-GL-ACCT TO ACCT-WORK.
           PERFORM FIND-THE-ROLLUP-SLOT.
           IF ROLLUP-FOUND = "Y"
               ADD EXL-AMOUNT TO ROLLUP-AMOUNT (ROLLUP-SUB).
           PERFORM READ-NEXT-REPORT-LINE.

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
                       " REPORT - LINE DROPPED".

      *--------------------------------
      * The report was approved here by
      * a supervisor who did not key
      * it, so the voucher carries that
      * approval rather than queueing
      * for VCHAPR01 a second time.
      *--------------------------------
       GENERATE-THE-VOUCHER.
           PERFORM TAKE-NEXT-VOUCHER-NUMBER.
           PERFORM INIT-VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           MOVE ZEROES TO VOUCHER-VENDOR.
           STRING "EXP" EXR-EMPLOYEE "-" EXR-SEQ
               DELIMITED BY SIZE INTO VOUCHER-INVOICE.
           MOVE EXR-PURPOSE TO VOUCHER-FOR.
           MOVE EXR-TOTAL TO VOUCHER-AMOUNT.
           MOVE EXR-DATE TO VOUCHER-DATE.
           ACCEPT VOUCHER-DUE FROM DATE YYYYMMDD.
           MOVE "N" TO VOUCHER-DEDUCTIBLE.
           MOVE "N" TO VOUCHER-SELECTED.
           ACCEPT VOUCHER-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE "G" TO VOUCHER-SOURCE.
           MOVE "I" TO VOUCHER-TYPE.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-ENTERED-BY.
           MOVE "A" TO VOUCHER-APPR-STATUS.
           MOVE EXR-APPROVED-BY TO VOUCHER-APPROVED-BY.
           MOVE EXR-APPROVED-DATE TO VOUCHER-APPROVED-DATE.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM WRITE-THE-DETAIL-LINES.
           DISPLAY "REPORT " EXR-EMPLOYEE "-" EXR-SEQ
                   " - VOUCHER " NEW-VOUCHER-NUMBER
                   " WITH " ROLLUP-USED " DETAIL LINES".

       WRITE-THE-DETAIL-LINES.
           MOVE ZEROES TO DETAIL-LINE-NO.
           PERFORM WRITE-ONE-DETAIL-LINE
               VARYING ROLLUP-SUB FROM 1 BY 1
               UNTIL ROLLUP-SUB > ROLLUP-USED.

       WRITE-ONE-DETAIL-LINE.
           ADD 1 TO DETAIL-LINE-NO.
           MOVE NEW-VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE DETAIL-LINE-NO TO VOUCHER-DETAIL-LINE.
           MOVE "EMPLOYEE EXPENSES" TO VOUCHER-DETAIL-FOR.
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
      * The employee is the payee - the
      * check face and the direct
      * deposit both work from here.
      * A reimbursement is never 1099
      * income.
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
           MOVE EMP-NUMBER TO OTP-EMPLOYEE.
           WRITE ONE-TIME-PAYEE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PAYEE RECORD".

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
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-REPORT.
           MOVE LOW-VALUES TO EXR-KEY.
           MOVE "N" TO REPORT-FILE-AT-END.
           START EXPENSE-REPORT-FILE
               KEY NOT < EXR-KEY
               INVALID KEY
               MOVE "Y" TO REPORT-FILE-AT-END.
           IF REPORT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REPORT.

       READ-NEXT-REPORT.
           MOVE "N" TO REPORT-FILE-AT-END.
           READ EXPENSE-REPORT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REPORT-FILE-AT-END.

      *--------------------------------
      * The line scan stays inside the
      * one report in EXPENSE-REPORT-
      * RECORD.
      *--------------------------------
       READ-FIRST-REPORT-LINE.
           MOVE EXR-EMPLOYEE TO EXL-EMPLOYEE.
           MOVE EXR-SEQ TO EXL-SEQ.
           MOVE ZEROES TO EXL-LINE.
           MOVE "N" TO LINE-FILE-AT-END.
           START EXPENSE-LINE-FILE
               KEY NOT < EXL-KEY
               INVALID KEY
               MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REPORT-LINE.

       READ-NEXT-REPORT-LINE.
           MOVE "N" TO LINE-FILE-AT-END.
           READ EXPENSE-LINE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LINE-FILE-AT-END.
           IF LINE-FILE-AT-END NOT = "Y"
               IF EXL-EMPLOYEE NOT = EXR-EMPLOYEE
                   OR EXL-SEQ NOT = EXR-SEQ
                   MOVE "Y" TO LINE-FILE-AT-END.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

       READ-EXR-RECORD.
           MOVE "Y" TO EXR-RECORD-FOUND.
           READ EXPENSE-REPORT-FILE RECORD
               INVALID KEY
               MOVE "N" TO EXR-RECORD-FOUND.

       WRITE-EXR-RECORD.
           WRITE EXPENSE-REPORT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPENSE REPORT".

       REWRITE-EXR-RECORD.
           REWRITE EXPENSE-REPORT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPENSE REPORT".

       READ-EXL-RECORD.
           MOVE "Y" TO EXL-RECORD-FOUND.
           READ EXPENSE-LINE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EXL-RECORD-FOUND.

       WRITE-EXL-RECORD.
           WRITE EXPENSE-LINE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPENSE LINE".

       DELETE-EXL-RECORD.
           DELETE EXPENSE-LINE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING EXPENSE LINE".

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNDXFR01.
      *------------------------------------
      * Funding Transfer Recommendations
      *
      * For every active bank account that
      * names a funding account (ACTMNT01),
      * projects the balance day by day
      * over the coming days (7 if left
      * blank, at most 31):
      *
      *  - from the bank's latest morning
      *    balance (BALIMP01 / BAIIMP01)
      *    less the checks still
      *    outstanding, as CSHPOS01 shows
      *    the position
      *  - less every open unpaid voucher
      *    on the account in the day it
      *    falls due (anything already
      *    past due on the first day), an
      *    installment schedule spread
      *    over its installments as
      *    CSHFCT01 spreads it
      *  - plus or minus the transfers
      *    already confirmed here that the
      *    bank has not shown yet.
      *
      * Where the lowest projected day
      * dips under the account's minimum
      * balance, it recommends moving the
      * difference in from the funding
      * account by the first day it dips.
      * Treasury then confirms each one -
      * the amount and date may be changed
      * - into the funding transfer log
      * (FDXFR01), which CSHPOS01 and
      * CSHFCT01 then carry in their
      * projected balances. A confirmed
      * transfer can be cancelled here if
      * the money never moved.
      *
      * A recommendation does not reduce
      * the funding account's own forecast
      * until it is confirmed.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slact01.cbl".

           COPY "slbal01.cbl".

           COPY "slchk01.cbl".

           COPY "slvouch.cbl".

           COPY "slsch01.cbl".

           COPY "slxfr01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdact01.cbl".

           COPY "fdbal01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdsch01.cbl".

           COPY "fdxfr01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  MENU-PICK                PIC 9.
           88  MENU-PICK-IS-VALID   VALUES 0 THRU 2.

       77  OK-TO-CONFIRM            PIC X.
       77  OK-TO-CANCEL             PIC X.
       77  ACCT-FILE-AT-END         PIC X.
       77  BAL-FILE-AT-END          PIC X.
       77  CHECK-FILE-AT-END        PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  SCHEDULE-FILE-AT-END     PIC X.
       77  SCHEDULE-ON-FILE         PIC X.
       77  XFR-FILE-AT-END          PIC X.
       77  XFR-RECORD-FOUND         PIC X.
       77  XFR-WRITE-DONE           PIC X.
       77  BALANCE-ON-FILE          PIC X.
       77  FOUND-BAL-DATE           PIC 9(8).
       77  TODAYS-DATE              PIC 9(8).

       77  DAYS-ENTRY               PIC 99.
       77  HORIZON-DAYS             PIC 99.
       77  DAY-SUB                  PIC 99.
       77  DAY-INDEX                PIC S9(8).
       77  FLOW-DATE                PIC 9(8).
       77  FLOW-AMOUNT              PIC S9(10)V99.

       77  THE-ACCOUNT              PIC 9(10).
       77  OUTSTANDING-TOTAL        PIC S9(10)V99.
       77  OPENING-POSITION         PIC S9(10)V99.
       77  RUNNING-BALANCE          PIC S9(10)V99.
       77  LOWEST-BALANCE           PIC S9(10)V99.
       77  FIRST-SHORT-DAY          PIC 99.
       77  SHORTFALL                PIC S9(10)V99.
       77  PAID-REMAINING           PIC S9(8)V99.
       77  OPEN-PART                PIC S9(8)V99.

       77  AMOUNT-ENTRY             PIC 9(9)V99.
       77  AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.
       77  XFR-DATE-ENTRY           PIC 9(8).
       77  XFR-SEQ-ENTRY            PIC 9(4).
       77  REFERENCE-ENTRY          PIC X(16).

       77  CONFIRMED-COUNT          PIC 9(5) VALUE ZEROES.
       77  CONFIRMED-TOTAL          PIC S9(11)V99 VALUE ZEROES.
       77  TOTAL-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

      *--------------------------------
      * The account's flows, one entry
      * per day of the horizon - day 1
      * is today.
      *--------------------------------
       01  DAY-FLOW-TABLE.
           05  DAY-FLOW             PIC S9(10)V99
                                    OCCURS 31 TIMES.

      *--------------------------------
      * The recommendations, held until
      * the report is out and treasury
      * goes through them.
      *--------------------------------
       77  REC-COUNT                PIC 999 VALUE ZEROES.
       77  REC-SUB                  PIC 999.
       01  RECOMMENDATION-TABLE.
           05  RECOMMENDATION       OCCURS 200 TIMES.
               10  REC-TO-ACCOUNT   PIC 9(10).
               10  REC-FROM-ACCOUNT PIC 9(10).
               10  REC-AMOUNT       PIC S9(10)V99.
               10  REC-DATE         PIC 9(8).

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(19) VALUE SPACE.
           05  FILLER               PIC X(32)
               VALUE "FUNDING TRANSFER RECOMMENDATIONS".
           05  FILLER               PIC X(18) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  HORIZON-LINE.
           05  FILLER               PIC X(24)
               VALUE "PROJECTED THROUGH".
           05  PRINT-HORIZON-DATE   PIC Z9/99/9999.

       01  POSITION-LINE.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-POS-LABEL      PIC X(30).
           05  PRINT-POS-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-POS-DATE       PIC Z9/99/9999.

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
           OPEN I-O FUND-TRANSFER-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE FUND-TRANSFER-FILE.
           CLOSE BANK-ACCT-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
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
           DISPLAY "    FUNDING TRANSFERS".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  RECOMMEND AND CONFIRM TRANSFERS".
           DISPLAY "          2.  CANCEL A CONFIRMED TRANSFER".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM RECOMMEND-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CANCEL-MODE.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * RECOMMEND AND CONFIRM
      *--------------------------------
       RECOMMEND-MODE.
           PERFORM GET-HORIZON-DAYS.
           MOVE ZEROES TO REC-COUNT CONFIRMED-COUNT
                          CONFIRMED-TOTAL.
           OPEN INPUT BANK-BAL-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT SCHEDULE-FILE.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-THE-ACCOUNTS.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           CLOSE BANK-BAL-FILE.
           CLOSE CHECK-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE SCHEDULE-FILE.
           PERFORM CONFIRM-THE-RECOMMENDATIONS
               VARYING REC-SUB FROM 1 BY 1
               UNTIL REC-SUB > REC-COUNT.
           IF CONFIRMED-COUNT NOT = ZEROES
               MOVE CONFIRMED-TOTAL TO TOTAL-FIELD
               DISPLAY "TRANSFERS CONFIRMED: " CONFIRMED-COUNT
                       "  TOTAL " TOTAL-FIELD.

       GET-HORIZON-DAYS.
           DISPLAY "DAYS AHEAD TO PROJECT (BLANK FOR 7, UP TO 31)?".
           ACCEPT DAYS-ENTRY.
           IF DAYS-ENTRY = ZEROES
               MOVE 7 TO DAYS-ENTRY.
           IF DAYS-ENTRY > 31
               MOVE 31 TO DAYS-ENTRY.
           MOVE DAYS-ENTRY TO HORIZON-DAYS.

       PROCESS-THE-ACCOUNTS.
           PERFORM READ-FIRST-ACCT-RECORD.
           PERFORM PROCESS-ALL-ACCOUNTS
               UNTIL ACCT-FILE-AT-END = "Y".

       PROCESS-ALL-ACCOUNTS.
           IF ACCT-IS-ACTIVE AND ACCT-FUNDING-ACCOUNT NOT = ZEROES
               PERFORM PROJECT-ONE-ACCOUNT.
           PERFORM READ-NEXT-ACCT-RECORD.

       PROJECT-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO THE-ACCOUNT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ACCOUNT " ACCT-NUMBER " - " ACCT-BANK-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM FIND-THE-LATEST-BALANCE.
           IF BALANCE-ON-FILE = "N"
               MOVE "  NO BANK FEED ON FILE - NOTHING TO PROJECT"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM BUILD-THE-DAY-FLOWS
               PERFORM RUN-THE-BALANCE-DOWN
               PERFORM PRINT-THE-PROJECTION.

      *--------------------------------
      * Everything that moves the
      * account in the horizon, by day.
      *--------------------------------
       BUILD-THE-DAY-FLOWS.
           MOVE ZEROES TO DAY-FLOW-TABLE.
           PERFORM SUM-THE-CHECKS.
           COMPUTE OPENING-POSITION =
               BAL-BALANCE - OUTSTANDING-TOTAL.
           PERFORM READ-FIRST-VOUCHER-RECORD.
           PERFORM FLOW-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM FLOW-THE-TRANSFERS.

      *--------------------------------
      * Put FLOW-AMOUNT (money in is
      * positive) into the day of
      * FLOW-DATE - anything already
      * past lands on day 1, anything
      * beyond the horizon is left out.
      *--------------------------------
       ADD-TO-ITS-DAY.
           MOVE TODAYS-DATE TO ELAPSED-DATE-1.
           MOVE FLOW-DATE TO ELAPSED-DATE-2.
           PERFORM CALCULATE-ELAPSED-DAYS.
           COMPUTE DAY-INDEX = ELAPSED-DAYS + 1.
           IF DAY-INDEX < 1
               MOVE 1 TO DAY-INDEX.
           IF DAY-INDEX NOT > HORIZON-DAYS
               MOVE DAY-INDEX TO DAY-SUB
               ADD FLOW-AMOUNT TO DAY-FLOW (DAY-SUB).

       FLOW-ALL-VOUCHERS.
           IF VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-ACCOUNT = THE-ACCOUNT
               PERFORM FLOW-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       FLOW-THIS-VOUCHER.
           PERFORM CHECK-FOR-A-SCHEDULE.
           IF SCHEDULE-ON-FILE = "Y"
               PERFORM SPREAD-THE-SCHEDULE
           ELSE
               MOVE VOUCHER-DUE TO FLOW-DATE
               COMPUTE FLOW-AMOUNT =
                   VOUCHER-PAID-AMOUNT - VOUCHER-AMOUNT
               PERFORM ADD-TO-ITS-DAY.

       CHECK-FOR-A-SCHEDULE.
           MOVE "N" TO SCHEDULE-ON-FILE.
           PERFORM READ-FIRST-SCHEDULE-RECORD.
           IF SCHEDULE-FILE-AT-END NOT = "Y"
               MOVE "Y" TO SCHEDULE-ON-FILE.

       SPREAD-THE-SCHEDULE.
           MOVE VOUCHER-PAID-AMOUNT TO PAID-REMAINING.
           PERFORM READ-FIRST-SCHEDULE-RECORD.
           PERFORM SPREAD-ONE-INSTALLMENT
               UNTIL SCHEDULE-FILE-AT-END = "Y".

       SPREAD-ONE-INSTALLMENT.
           IF PAID-REMAINING NOT < SCHED-AMOUNT
               SUBTRACT SCHED-AMOUNT FROM PAID-REMAINING
           ELSE
               COMPUTE OPEN-PART =
                   SCHED-AMOUNT - PAID-REMAINING
               MOVE ZEROES TO PAID-REMAINING
               MOVE SCHED-DUE-DATE TO FLOW-DATE
               COMPUTE FLOW-AMOUNT = ZERO - OPEN-PART
               PERFORM ADD-TO-ITS-DAY.
           PERFORM READ-NEXT-SCHEDULE-RECORD.

      *--------------------------------
      * Confirmed transfers the bank
      * has not shown yet - in to this
      * account or out of it.
      *--------------------------------
       FLOW-THE-TRANSFERS.
           MOVE FOUND-BAL-DATE TO XFR-DATE.
           MOVE 9999 TO XFR-SEQ.
           MOVE "N" TO XFR-FILE-AT-END.
           START FUND-TRANSFER-FILE
               KEY > XFR-KEY
               INVALID KEY
               MOVE "Y" TO XFR-FILE-AT-END.
           IF XFR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-XFR-RECORD.
           PERFORM FLOW-ONE-TRANSFER
               UNTIL XFR-FILE-AT-END = "Y".

       FLOW-ONE-TRANSFER.
           IF XFR-IS-CONFIRMED
               MOVE XFR-DATE TO FLOW-DATE
               IF XFR-TO-ACCOUNT = THE-ACCOUNT
                   MOVE XFR-AMOUNT TO FLOW-AMOUNT
                   PERFORM ADD-TO-ITS-DAY
               ELSE
               IF XFR-FROM-ACCOUNT = THE-ACCOUNT
                   COMPUTE FLOW-AMOUNT = ZERO - XFR-AMOUNT
                   PERFORM ADD-TO-ITS-DAY.
           PERFORM READ-NEXT-XFR-RECORD.

      *--------------------------------
      * Walk the days keeping the low
      * point and the first day under
      * the minimum.
      *--------------------------------
       RUN-THE-BALANCE-DOWN.
           MOVE OPENING-POSITION TO RUNNING-BALANCE.
           MOVE OPENING-POSITION TO LOWEST-BALANCE.
           MOVE ZEROES TO FIRST-SHORT-DAY.
           PERFORM RUN-ONE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > HORIZON-DAYS.
           COMPUTE SHORTFALL =
               ACCT-MINIMUM-BALANCE - LOWEST-BALANCE.

       RUN-ONE-DAY.
           ADD DAY-FLOW (DAY-SUB) TO RUNNING-BALANCE.
           IF RUNNING-BALANCE < LOWEST-BALANCE
               MOVE RUNNING-BALANCE TO LOWEST-BALANCE.
           IF RUNNING-BALANCE < ACCT-MINIMUM-BALANCE
                   AND FIRST-SHORT-DAY = ZEROES
               MOVE DAY-SUB TO FIRST-SHORT-DAY.

       PRINT-THE-PROJECTION.
           MOVE SPACE TO POSITION-LINE.
           MOVE "BANK BALANCE LESS OUTSTANDING" TO PRINT-POS-LABEL.
           MOVE OPENING-POSITION TO PRINT-POS-AMOUNT.
           MOVE FOUND-BAL-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-POS-DATE.
           PERFORM PRINT-POSITION-LINE.
           MOVE SPACE TO POSITION-LINE.
           MOVE "LOWEST PROJECTED BALANCE" TO PRINT-POS-LABEL.
           MOVE LOWEST-BALANCE TO PRINT-POS-AMOUNT.
           PERFORM PRINT-POSITION-LINE.
           MOVE "MINIMUM BALANCE" TO PRINT-POS-LABEL.
           MOVE ACCT-MINIMUM-BALANCE TO PRINT-POS-AMOUNT.
           PERFORM PRINT-POSITION-LINE.
           IF SHORTFALL > ZEROES
               PERFORM RECOMMEND-A-TRANSFER
           ELSE
               MOVE "  NO TRANSFER NEEDED" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       RECOMMEND-A-TRANSFER.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           COMPUTE DAYS-TO-ADD = FIRST-SHORT-DAY - 1.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE SPACE TO POSITION-LINE.
           MOVE "MOVE IN BY" TO PRINT-POS-LABEL.
           MOVE SHORTFALL TO PRINT-POS-AMOUNT.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-POS-DATE.
           PERFORM PRINT-POSITION-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  FROM FUNDING ACCOUNT " ACCT-FUNDING-ACCOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REC-COUNT < 200
               ADD 1 TO REC-COUNT
               MOVE THE-ACCOUNT TO REC-TO-ACCOUNT (REC-COUNT)
               MOVE ACCT-FUNDING-ACCOUNT
                   TO REC-FROM-ACCOUNT (REC-COUNT)
               MOVE SHORTFALL TO REC-AMOUNT (REC-COUNT)
               MOVE DATE-YYYYMMDD TO REC-DATE (REC-COUNT).

       PRINT-POSITION-LINE.
           MOVE POSITION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REC-COUNT = ZEROES
               MOVE "NO TRANSFERS RECOMMENDED" TO PRINTER-RECORD
           ELSE
               MOVE SPACE TO PRINTER-RECORD
               STRING "TRANSFERS RECOMMENDED: " REC-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Treasury goes through each one
      * - the amount and the date can
      * be changed before it is logged.
      *--------------------------------
       CONFIRM-THE-RECOMMENDATIONS.
           MOVE REC-AMOUNT (REC-SUB) TO AMOUNT-FIELD.
           MOVE REC-DATE (REC-SUB) TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY " ".
           DISPLAY "MOVE " AMOUNT-FIELD " BY " FORMATTED-DATE.
           DISPLAY "  FROM " REC-FROM-ACCOUNT (REC-SUB)
                   " TO " REC-TO-ACCOUNT (REC-SUB).
           PERFORM GET-OK-TO-CONFIRM.
           IF OK-TO-CONFIRM = "Y"
               PERFORM CONFIRM-ONE-TRANSFER.

       GET-OK-TO-CONFIRM.
           PERFORM ACCEPT-OK-TO-CONFIRM.
           PERFORM RE-ACCEPT-OK-TO-CONFIRM
               UNTIL OK-TO-CONFIRM = "Y" OR "N".

       ACCEPT-OK-TO-CONFIRM.
           DISPLAY "CONFIRM THIS TRANSFER (Y/N)?".
           ACCEPT OK-TO-CONFIRM.
           INSPECT OK-TO-CONFIRM
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-CONFIRM.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CONFIRM.

       CONFIRM-ONE-TRANSFER.
           MOVE SPACE TO FUND-TRANSFER-RECORD.
           MOVE REC-FROM-ACCOUNT (REC-SUB) TO XFR-FROM-ACCOUNT.
           MOVE REC-TO-ACCOUNT (REC-SUB) TO XFR-TO-ACCOUNT.
           MOVE REC-AMOUNT (REC-SUB) TO XFR-RECOMMENDED.
           DISPLAY "AMOUNT TO MOVE (0 FOR " AMOUNT-FIELD ")?".
           ACCEPT AMOUNT-ENTRY.
           IF AMOUNT-ENTRY = ZEROES
               MOVE REC-AMOUNT (REC-SUB) TO XFR-AMOUNT
           ELSE
               MOVE AMOUNT-ENTRY TO XFR-AMOUNT.
           PERFORM GET-TRANSFER-DATE.
           DISPLAY "BANK TRANSFER REFERENCE (BLANK IF NONE)?".
           ACCEPT REFERENCE-ENTRY.
           INSPECT REFERENCE-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE REFERENCE-ENTRY TO XFR-BANK-REFERENCE.
           MOVE SIGNED-ON-OPERATOR TO XFR-CONFIRMED-BY.
           MOVE TODAYS-DATE TO XFR-CONFIRM-DATE.
           MOVE "C" TO XFR-STATUS.
           PERFORM WRITE-THE-TRANSFER.

       GET-TRANSFER-DATE.
           MOVE REC-DATE (REC-SUB) TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO DATE-PROMPT.
           STRING "TRANSFER DATE (BLANK FOR " FORMATTED-DATE ")"
               DELIMITED BY SIZE INTO DATE-PROMPT.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           PERFORM GET-A-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE SPACE TO DATE-PROMPT.
           IF DATE-YYYYMMDD = ZEROES
               MOVE REC-DATE (REC-SUB) TO XFR-DATE
           ELSE
               MOVE DATE-YYYYMMDD TO XFR-DATE.

       WRITE-THE-TRANSFER.
           MOVE 1 TO XFR-SEQ.
           MOVE "N" TO XFR-WRITE-DONE.
           PERFORM TRY-XFR-WRITE
               UNTIL XFR-WRITE-DONE = "Y"
                   OR XFR-SEQ > 9998.
           IF XFR-WRITE-DONE NOT = "Y"
               DISPLAY "ERROR WRITING TRANSFER RECORD"
           ELSE
               ADD 1 TO CONFIRMED-COUNT
               ADD XFR-AMOUNT TO CONFIRMED-TOTAL
               DISPLAY "TRANSFER LOGGED AS " XFR-DATE "-" XFR-SEQ.

       TRY-XFR-WRITE.
           MOVE "Y" TO XFR-WRITE-DONE.
           WRITE FUND-TRANSFER-RECORD
               INVALID KEY
               MOVE "N" TO XFR-WRITE-DONE
               ADD 1 TO XFR-SEQ.

      *--------------------------------
      * CANCEL - the money never moved.
      *--------------------------------
       CANCEL-MODE.
           PERFORM GET-EXISTING-TRANSFER.
           PERFORM CANCEL-TRANSFERS
               UNTIL XFR-DATE-ENTRY = ZEROES.

       CANCEL-TRANSFERS.
           PERFORM DISPLAY-THE-TRANSFER.
           IF XFR-IS-CANCELLED
               DISPLAY "THAT TRANSFER IS ALREADY CANCELLED"
           ELSE
               PERFORM ASK-OK-TO-CANCEL
               IF OK-TO-CANCEL = "Y"
                   MOVE "X" TO XFR-STATUS
                   PERFORM REWRITE-XFR-RECORD.
           PERFORM GET-EXISTING-TRANSFER.

       GET-EXISTING-TRANSFER.
           PERFORM ACCEPT-EXISTING-TRANSFER.
           PERFORM RE-ACCEPT-EXISTING-TRANSFER
               UNTIL XFR-RECORD-FOUND = "Y"
                  OR XFR-DATE-ENTRY = ZEROES.

       ACCEPT-EXISTING-TRANSFER.
           MOVE "N" TO XFR-RECORD-FOUND.
           MOVE "TRANSFER DATE TO CANCEL (BLANK TO EXIT)"
               TO DATE-PROMPT.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           PERFORM GET-A-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE SPACE TO DATE-PROMPT.
           MOVE DATE-YYYYMMDD TO XFR-DATE-ENTRY.
           IF XFR-DATE-ENTRY NOT = ZEROES
               DISPLAY "TRANSFER SEQUENCE NUMBER?"
               ACCEPT XFR-SEQ-ENTRY
               MOVE XFR-DATE-ENTRY TO XFR-DATE
               MOVE XFR-SEQ-ENTRY TO XFR-SEQ
               PERFORM READ-XFR-RECORD.

       RE-ACCEPT-EXISTING-TRANSFER.
           DISPLAY "TRANSFER NOT FOUND".
           PERFORM ACCEPT-EXISTING-TRANSFER.

       DISPLAY-THE-TRANSFER.
           MOVE XFR-AMOUNT TO AMOUNT-FIELD.
           MOVE XFR-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY " ".
           DISPLAY "TRANSFER " XFR-DATE "-" XFR-SEQ
                   " ON " FORMATTED-DATE.
           DISPLAY "  FROM " XFR-FROM-ACCOUNT
                   " TO " XFR-TO-ACCOUNT.
           DISPLAY "  AMOUNT " AMOUNT-FIELD
                   "  REFERENCE " XFR-BANK-REFERENCE.
           DISPLAY "  CONFIRMED BY " XFR-CONFIRMED-BY.

       ASK-OK-TO-CANCEL.
           PERFORM ACCEPT-OK-TO-CANCEL.
           PERFORM RE-ACCEPT-OK-TO-CANCEL
               UNTIL OK-TO-CANCEL = "Y" OR "N".

       ACCEPT-OK-TO-CANCEL.
           DISPLAY "CANCEL THIS TRANSFER (Y/N)?".
           ACCEPT OK-TO-CANCEL.
           INSPECT OK-TO-CANCEL
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-CANCEL.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CANCEL.

      *--------------------------------
      * One walk of the account's
      * checks - paper still uncleared
      * is outstanding.
      *--------------------------------
       SUM-THE-CHECKS.
           MOVE ZEROES TO OUTSTANDING-TOTAL.
           MOVE THE-ACCOUNT TO CHECK-ACCOUNT.
           MOVE ZEROES TO CHECK-NUMBER.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ACCOUNT-CHECK.
           PERFORM SUM-ONE-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".

       SUM-ONE-CHECK.
           IF CHECK-IS-VOIDED
                   OR CHECK-IS-ESCHEATED
                   OR CHECK-IS-ACH-PAID
                   OR CHECK-IS-WIRE
                   OR CHECK-IS-DEBIT
               NEXT SENTENCE
           ELSE
               IF CHECK-CLEARED NOT = "Y"
                   ADD CHECK-AMOUNT TO OUTSTANDING-TOTAL.
           PERFORM READ-NEXT-ACCOUNT-CHECK.

       READ-NEXT-ACCOUNT-CHECK.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               AND CHECK-ACCOUNT NOT = THE-ACCOUNT
               MOVE "Y" TO CHECK-FILE-AT-END.

      *--------------------------------
      * The latest balance day the feed
      * has loaded for the account.
      *--------------------------------
       FIND-THE-LATEST-BALANCE.
           MOVE "N" TO BALANCE-ON-FILE.
           MOVE ZEROES TO FOUND-BAL-DATE.
           MOVE THE-ACCOUNT TO BAL-ACCOUNT.
           MOVE ZEROES TO BAL-DATE.
           MOVE "N" TO BAL-FILE-AT-END.
           START BANK-BAL-FILE
               KEY NOT < BAL-KEY
               INVALID KEY
               MOVE "Y" TO BAL-FILE-AT-END.
           IF BAL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BAL-RECORD.
           PERFORM KEEP-THE-LATEST-DAY
               UNTIL BAL-FILE-AT-END = "Y".
           IF FOUND-BAL-DATE NOT = ZEROES
               MOVE THE-ACCOUNT TO BAL-ACCOUNT
               MOVE FOUND-BAL-DATE TO BAL-DATE
               READ BANK-BAL-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO BALANCE-ON-FILE.

       KEEP-THE-LATEST-DAY.
           MOVE "Y" TO BALANCE-ON-FILE.
           MOVE BAL-DATE TO FOUND-BAL-DATE.
           PERFORM READ-NEXT-BAL-RECORD.

       READ-NEXT-BAL-RECORD.
           MOVE "N" TO BAL-FILE-AT-END.
           READ BANK-BAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BAL-FILE-AT-END.
           IF BAL-FILE-AT-END NOT = "Y"
               AND BAL-ACCOUNT NOT = THE-ACCOUNT
               MOVE "Y" TO BAL-FILE-AT-END.

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
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           COMPUTE DAYS-TO-ADD = HORIZON-DAYS - 1.
           PERFORM ADD-DAYS-TO-DATE.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-HORIZON-DATE.
           MOVE HORIZON-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-ACCT-RECORD.
           MOVE ZEROES TO ACCT-NUMBER.
           MOVE "N" TO ACCT-FILE-AT-END.
           START BANK-ACCT-FILE
               KEY NOT < ACCT-NUMBER
               INVALID KEY
               MOVE "Y" TO ACCT-FILE-AT-END.
           IF ACCT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ACCT-RECORD.

       READ-NEXT-ACCT-RECORD.
           MOVE "N" TO ACCT-FILE-AT-END.
           READ BANK-ACCT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ACCT-FILE-AT-END.

       READ-FIRST-VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER-RECORD.

       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-SCHEDULE-RECORD.
           MOVE VOUCHER-NUMBER TO SCHED-VOUCHER.
           MOVE ZEROES TO SCHED-SEQ.
           MOVE "N" TO SCHEDULE-FILE-AT-END.
           START SCHEDULE-FILE
               KEY NOT < SCHED-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
           IF SCHEDULE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-SCHEDULE-RECORD.

       READ-NEXT-SCHEDULE-RECORD.
           MOVE "N" TO SCHEDULE-FILE-AT-END.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
           IF SCHEDULE-FILE-AT-END NOT = "Y"
               AND SCHED-VOUCHER NOT = VOUCHER-NUMBER
               MOVE "Y" TO SCHEDULE-FILE-AT-END.

       READ-NEXT-XFR-RECORD.
           MOVE "N" TO XFR-FILE-AT-END.
           READ FUND-TRANSFER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO XFR-FILE-AT-END.

       READ-XFR-RECORD.
           MOVE "Y" TO XFR-RECORD-FOUND.
           READ FUND-TRANSFER-FILE RECORD
               INVALID KEY
               MOVE "N" TO XFR-RECORD-FOUND.

       REWRITE-XFR-RECORD.
           REWRITE FUND-TRANSFER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TRANSFER RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

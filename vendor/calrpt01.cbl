       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALRPT01.
      *------------------------------------
      * Upcoming Payment Runs
      *
      * For one bank account, or every
      * account on the payment run
      * calendar, lists the next twelve
      * scheduled runs with the day each
      * is really taken (moved back off
      * weekends and bank holidays) and
      * the vouchers and dollars each run
      * is projected to carry.
      *
      * A run carries the open vouchers
      * on its account that fall due
      * before the run after it - the
      * first run carries everything
      * overdue as well - the same rule
      * VCHSEL01 defaults its cutoff
      * from. A voucher whose discount
      * date comes earlier falls to the
      * run before its discount lapses.
      * Vouchers paid in installments are
      * projected at their overall due
      * date. What falls past the last
      * run with a run after it is
      * totalled separately; held,
      * unapproved and unverified
      * vouchers are counted but not
      * projected.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcal01.cbl".

           COPY "slact01.cbl".

           COPY "slhol01.cbl".

           COPY "slvouch.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcal01.cbl".

           COPY "fdact01.cbl".

           COPY "fdhol01.cbl".

           COPY "fdvouch.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  REPORT-ACCOUNT            PIC 9(10).
       77  ACCOUNT-RECORD-FOUND      PIC X.
       77  ACCOUNT-FILE-AT-END       PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  ACCOUNTS-PRINTED          PIC 9(5) VALUE ZEROES.

       77  RUN-USED                  PIC 99.
       77  RUN-SUB                   PIC 99.
       77  RUN-FOUND                 PIC X.
       77  EFFECTIVE-DATE            PIC 9(8).
       77  OPEN-AMOUNT               PIC S9(9)V99.
       77  BEYOND-COUNT              PIC 9(5).
       77  BEYOND-AMOUNT             PIC S9(9)V99.
       77  NOT-PROJECTED-COUNT       PIC 9(5).
       77  NOT-PROJECTED-AMOUNT      PIC S9(9)V99.

       77  TODAY-DATE                PIC 9(8).
       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

      *--------------------------------
      * Up to thirteen runs are taken
      * so the twelfth has a run after
      * it to close its window.
      *--------------------------------
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 13 TIMES.
               10  RUN-DATE          PIC 9(8).
               10  RUN-TAKEN         PIC 9(8).
               10  RUN-TYPE          PIC X.
               10  RUN-NOTE          PIC X(20).
               10  RUN-COUNT         PIC 9(5).
               10  RUN-AMOUNT        PIC S9(9)V99.

           COPY "wsdate01.cbl".

           COPY "wsbday01.cbl".

           COPY "wscal01.cbl".

       01  DETAIL-LINE.
           05  PRINT-RUN-DATE        PIC Z9/99/9999.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-TAKEN           PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-TYPE            PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-COUNT           PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-NOTE            PIC X(20).

       01  COLUMN-LINE.
           05  FILLER                PIC X(12) VALUE "RUN DATE".
           05  FILLER                PIC X(12) VALUE "TAKEN".
           05  FILLER                PIC X(8)  VALUE "TYPE".
           05  FILLER                PIC X(7)  VALUE "  VCHRS".
           05  FILLER                PIC X(17)
               VALUE "        PROJECTED".
           05  FILLER                PIC X(20) VALUE "NOTE".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(35)
               VALUE "UPCOMING PAYMENT RUNS".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  DATE-LINE.
           05  FILLER                PIC X(6)  VALUE "AS OF ".
           05  PRINT-TODAY           PIC Z9/99/9999.

       01  ACCOUNT-LINE.
           05  FILLER                PIC X(9) VALUE "ACCOUNT: ".
           05  PRINT-ACCOUNT         PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-BANK-NAME       PIC X(30).

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.

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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAY-CALENDAR-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT HOLIDAY-FILE.
           OPEN INPUT VOUCHER-FILE.

       CLOSING-PROCEDURE.
           CLOSE PAY-CALENDAR-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE VOUCHER-FILE.

       MAIN-PROCESS.
           PERFORM GET-REPORT-ACCOUNT.
           PERFORM START-NEW-PAGE.
           IF REPORT-ACCOUNT NOT = ZEROES
               MOVE REPORT-ACCOUNT TO CAL-ACCOUNT-WANTED
               PERFORM REPORT-ONE-ACCOUNT
           ELSE
               PERFORM REPORT-ALL-ACCOUNTS.
           IF ACCOUNTS-PRINTED = ZEROES
               MOVE "NO RUNS ARE ON THE CALENDAR" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM END-LAST-PAGE.

       GET-REPORT-ACCOUNT.
           PERFORM ACCEPT-REPORT-ACCOUNT.
           PERFORM RE-ACCEPT-REPORT-ACCOUNT
               UNTIL REPORT-ACCOUNT = ZEROES
                   OR ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-REPORT-ACCOUNT.
           DISPLAY "BANK ACCOUNT (0 FOR ALL ON THE CALENDAR)?".
           ACCEPT REPORT-ACCOUNT.
           MOVE "N" TO ACCOUNT-RECORD-FOUND.
           IF REPORT-ACCOUNT NOT = ZEROES
               MOVE REPORT-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-BANK-ACCT-RECORD.

       RE-ACCEPT-REPORT-ACCOUNT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE BANK ACCOUNT MASTER".
           PERFORM ACCEPT-REPORT-ACCOUNT.

      *--------------------------------
      * Each account on the calendar in
      * turn - the next one is found by
      * starting past the last run date
      * possible on the one just done.
      *--------------------------------
       REPORT-ALL-ACCOUNTS.
           MOVE ZEROES TO CAL-ACCOUNT CAL-RUN-DATE.
           PERFORM START-AT-NEXT-ACCOUNT.
           PERFORM REPORT-EACH-ACCOUNT
               UNTIL ACCOUNT-FILE-AT-END = "Y".

       REPORT-EACH-ACCOUNT.
           MOVE CAL-ACCOUNT TO CAL-ACCOUNT-WANTED.
           PERFORM REPORT-ONE-ACCOUNT.
           MOVE CAL-ACCOUNT-WANTED TO CAL-ACCOUNT.
           MOVE 99999999 TO CAL-RUN-DATE.
           PERFORM START-AT-NEXT-ACCOUNT.

       START-AT-NEXT-ACCOUNT.
           MOVE "N" TO ACCOUNT-FILE-AT-END.
           START PAY-CALENDAR-FILE
               KEY > CAL-KEY
               INVALID KEY
               MOVE "Y" TO ACCOUNT-FILE-AT-END.
           IF ACCOUNT-FILE-AT-END NOT = "Y"
               READ PAY-CALENDAR-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO ACCOUNT-FILE-AT-END.

       REPORT-ONE-ACCOUNT.
           PERFORM COLLECT-THE-RUNS.
           IF RUN-USED NOT = ZEROES
               PERFORM PROJECT-THE-VOUCHERS
               PERFORM PRINT-THE-ACCOUNT.

      *--------------------------------
      * The upcoming runs, each at the
      * day it is really taken. Two
      * calendar dates that land on the
      * same business day are one run.
      *--------------------------------
       COLLECT-THE-RUNS.
           MOVE ZEROES TO RUN-USED.
           MOVE CAL-ACCOUNT-WANTED TO CAL-ACCOUNT.
           MOVE ZEROES TO CAL-RUN-DATE.
           PERFORM READ-FIRST-CALENDAR-RUN.
           PERFORM COLLECT-ONE-RUN
               UNTIL CAL-FILE-AT-END = "Y"
                   OR RUN-USED = 13.

       COLLECT-ONE-RUN.
           PERFORM ADJUST-THE-RUN-DATE.
           IF CAL-RUN-ADJUSTED NOT < TODAY-DATE
               IF RUN-USED = ZEROES
                   PERFORM TABLE-THE-RUN
               ELSE
               IF CAL-RUN-ADJUSTED > RUN-TAKEN (RUN-USED)
                   PERFORM TABLE-THE-RUN.
           PERFORM READ-NEXT-CALENDAR-RUN.

       TABLE-THE-RUN.
           ADD 1 TO RUN-USED.
           MOVE CAL-RUN-DATE TO RUN-DATE (RUN-USED).
           MOVE CAL-RUN-ADJUSTED TO RUN-TAKEN (RUN-USED).
           MOVE CAL-RUN-TYPE TO RUN-TYPE (RUN-USED).
           MOVE CAL-NOTE TO RUN-NOTE (RUN-USED).
           MOVE ZEROES TO RUN-COUNT (RUN-USED)
                          RUN-AMOUNT (RUN-USED).

      *--------------------------------
      * Every open voucher on the
      * account goes to the first run
      * whose following run is later
      * than the day it has to be paid.
      *--------------------------------
       PROJECT-THE-VOUCHERS.
           MOVE ZEROES TO BEYOND-COUNT BEYOND-AMOUNT
                          NOT-PROJECTED-COUNT NOT-PROJECTED-AMOUNT.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM PROJECT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       PROJECT-ONE-VOUCHER.
           IF VOUCHER-ACCOUNT = CAL-ACCOUNT-WANTED
                   AND VOUCHER-PAID-DATE = ZEROES
               PERFORM PLACE-THE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       PLACE-THE-VOUCHER.
           COMPUTE OPEN-AMOUNT =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
               - VOUCHER-RETAINED-AMT.
           IF VOUCHER-IS-HELD OR VOUCHER-APPR-BLOCKED
                   OR VOUCHER-NEEDS-VERIFY
               ADD 1 TO NOT-PROJECTED-COUNT
               ADD OPEN-AMOUNT TO NOT-PROJECTED-AMOUNT
           ELSE
               PERFORM SET-THE-EFFECTIVE-DATE
               PERFORM FIND-THE-RUN-FOR-IT.

       SET-THE-EFFECTIVE-DATE.
           MOVE VOUCHER-DUE TO EFFECTIVE-DATE.
           IF VOUCHER-DISC-DATE NOT = ZEROES
                   AND VOUCHER-DISC-DATE NOT < RUN-TAKEN (1)
                   AND VOUCHER-DISC-DATE < VOUCHER-DUE
               MOVE VOUCHER-DISC-DATE TO EFFECTIVE-DATE.

       FIND-THE-RUN-FOR-IT.
           MOVE "N" TO RUN-FOUND.
           PERFORM LOOK-AT-ONE-RUN
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB NOT < RUN-USED
                   OR RUN-FOUND = "Y".
           IF RUN-FOUND = "N"
               ADD 1 TO BEYOND-COUNT
               ADD OPEN-AMOUNT TO BEYOND-AMOUNT.

       LOOK-AT-ONE-RUN.
           IF EFFECTIVE-DATE < RUN-TAKEN (RUN-SUB + 1)
               MOVE "Y" TO RUN-FOUND
               ADD 1 TO RUN-COUNT (RUN-SUB)
               ADD OPEN-AMOUNT TO RUN-AMOUNT (RUN-SUB).

      *--------------------------------
      * Printing
      *--------------------------------
       PRINT-THE-ACCOUNT.
           ADD 1 TO ACCOUNTS-PRINTED.
           IF LINE-COUNT > MAXIMUM-LINES - 18
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CAL-ACCOUNT-WANTED TO PRINT-ACCOUNT ACCT-NUMBER.
           PERFORM READ-BANK-ACCT-RECORD.
           IF ACCOUNT-RECORD-FOUND = "Y"
               MOVE ACCT-BANK-NAME TO PRINT-BANK-NAME
           ELSE
               MOVE "** NOT ON THE ACCOUNT MASTER **"
                   TO PRINT-BANK-NAME.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-RUN
               VARYING RUN-SUB FROM 1 BY 1
               UNTIL RUN-SUB > RUN-USED
                   OR RUN-SUB > 12.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "DUE AFTER THE LAST RUN PROJECTED:"
               TO PRINT-TOTAL-TEXT.
           MOVE BEYOND-COUNT TO PRINT-TOTAL-COUNT.
           MOVE BEYOND-AMOUNT TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "NOT YET PAYABLE - NOT PROJECTED:"
               TO PRINT-TOTAL-TEXT.
           MOVE NOT-PROJECTED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE NOT-PROJECTED-AMOUNT TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-RUN.
           MOVE SPACE TO DETAIL-LINE.
           MOVE RUN-DATE (RUN-SUB) TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-RUN-DATE.
           IF RUN-TAKEN (RUN-SUB) = RUN-DATE (RUN-SUB)
               MOVE "SAME" TO PRINT-TAKEN
           ELSE
               MOVE RUN-TAKEN (RUN-SUB) TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               MOVE FORMATTED-DATE TO PRINT-TAKEN.
           IF RUN-TYPE (RUN-SUB) = "C"
               MOVE "CHECKS" TO PRINT-TYPE
           ELSE
           IF RUN-TYPE (RUN-SUB) = "A"
               MOVE "ACH" TO PRINT-TYPE
           ELSE
               MOVE "BOTH" TO PRINT-TYPE.
           MOVE RUN-NOTE (RUN-SUB) TO PRINT-NOTE.
           IF RUN-SUB < RUN-USED
               MOVE RUN-COUNT (RUN-SUB) TO PRINT-COUNT
               MOVE RUN-AMOUNT (RUN-SUB) TO PRINT-AMOUNT
           ELSE
               MOVE "NO LATER RUN KEYED" TO PRINT-NOTE.
           PERFORM PRINT-THE-DETAIL.

       PRINT-THE-DETAIL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
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
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE DATE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-BANK-ACCT-RECORD.
           MOVE "Y" TO ACCOUNT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.

       READ-FIRST-VOUCHER.
           MOVE ZEROES TO VOUCHER-NUMBER.
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
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plbday01.cbl".

           COPY "plcal01.cbl".

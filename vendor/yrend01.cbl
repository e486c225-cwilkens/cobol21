       IDENTIFICATION DIVISION.
       PROGRAM-ID. YREND01.
      *------------------------------------
      * Calendar Year-End Rollover
      *
      * Closes one calendar year for the
      * payables side, once:
      *
      *  - every vendor with anything to
      *    report for the year gets a
      *    snapshot on the year-end file
      *    (FDYRS01) - the year's paid
      *    deductible total (VND1099's
      *    rule), the backup and chapter 3
      *    withholding, the W-9 letter
      *    trail, and its name, tax ID and
      *    1099 type as they stood - so a
      *    corrected 1099 run next spring
      *    has the year-end figures to tie
      *    to;
      *  - VENDOR-WHT-YTD and -NRA-WHT-YTD
      *    go back to what has already been
      *    withheld on checks dated in the
      *    new year (zero, unless January
      *    checks went out before the
      *    close), so GLRCN01 stops
      *    carrying last year's remitted
      *    withholding as payable;
      *  - VENDOR-W9-REQUEST-COUNT restarts
      *    at zero, so W9SOL01 opens the new
      *    year with a first letter, not a
      *    phone list;
      *  - the new year's twelve monthly
      *    statistics records are opened;
      *  - every budget on file for the
      *    closed year is opened for the
      *    new year at the same plan, to be
      *    rekeyed in BUDMNT01 - an account
      *    with no budget at all would
      *    otherwise stop being held to one.
      *
      * It will not run while any check
      * run holds its lock, or before
      * GLEXP01 has journaled payments
      * through December 31st of the year
      * being closed. A year already
      * closed is refused; a rollover that
      * died part way is simply run again,
      * and vendors already snapshotted are
      * left alone. A register of every
      * figure rolled is printed; a vendor
      * whose withholding on file does not
      * agree with its paid vouchers for
      * the year is flagged "*".
      * Level-9 supervisors only. The roll
      * runs inside a batch window
      * (PLBWN01): no sign-ons and no
      * maintenance updates until it has
      * finished.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slcontrl.cbl".

           COPY "slexp01.cbl".

           COPY "slyrs01.cbl".

           COPY "slstat01.cbl".

           COPY "slbud01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           COPY "slson01.cbl".

           COPY "slbws01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdexp01.cbl".

           COPY "fdyrs01.cbl".

           COPY "fdstat01.cbl".

           COPY "fdbud01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdson01.cbl".

           COPY "fdbws01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  YEAR-ENTRY                PIC 9(4).
       77  YEAR-IS-GOOD              PIC X.
       77  CLOSE-YEAR                PIC 9(4).
       77  NEW-YEAR                  PIC 9(4).
       77  DEFAULT-YEAR              PIC 9(4).
       77  YEAR-START-DATE           PIC 9(8).
       77  YEAR-END-DATE             PIC 9(8).
       77  GL-EXPORTED-THRU          PIC 9(8).

       77  YEAR-IS-CLOSED            PIC X.
       77  LOCKED-COUNT              PIC 9(3).
       77  YEAR-END-RECORD-FOUND     PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  BUDGET-RECORD-FOUND       PIC X.

       77  VENDOR-FILE-AT-END        PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  CONTROL-FILE-AT-END       PIC X.
       77  BUDGET-FILE-AT-END        PIC X.

       77  YEAR-1099-PAID            PIC S9(10)V99.
       77  YEAR-VOUCHER-WHT          PIC S9(10)V99.
       77  YEAR-VOUCHER-NRA          PIC S9(10)V99.
       77  NEW-YEAR-WHT              PIC S9(8)V99.
       77  NEW-YEAR-NRA              PIC S9(8)V99.
       77  ROLLED-WHT                PIC S9(10)V99.
       77  ROLLED-NRA                PIC S9(10)V99.

       77  VENDORS-ROLLED            PIC 9(6) VALUE ZEROES.
       77  VENDORS-ALREADY-ROLLED    PIC 9(6) VALUE ZEROES.
       77  VENDORS-DIFFERENT         PIC 9(6) VALUE ZEROES.
       77  W9-COUNTS-RESET           PIC 9(6) VALUE ZEROES.
       77  TOTAL-1099-PAID           PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-ROLLED-WHT          PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-ROLLED-NRA          PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-VOUCHER-WHT         PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-VOUCHER-NRA         PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-CARRIED-WHT         PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-CARRIED-NRA         PIC S9(10)V99 VALUE ZEROES.
       77  STAT-MONTHS-OPENED        PIC 9(6) VALUE ZEROES.
       77  STAT-MONTHS-THERE         PIC 9(6) VALUE ZEROES.
       77  BUDGETS-OPENED            PIC 9(6) VALUE ZEROES.
       77  BUDGETS-THERE             PIC 9(6) VALUE ZEROES.

       77  MONTH-SUB                 PIC 99.
       77  SAVE-BUDGET-KEY           PIC X(19).
       77  SAVE-BUDGET-RECORD        PIC X(150).

       77  TODAY-DATE                PIC 9(8).
       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

           COPY "wsstat01.cbl".

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NAME            PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-1099            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-WHT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NRA             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-W9              PIC Z9.
           05  PRINT-FLAG            PIC X(1).

       01  CARRY-LINE.
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(9) VALUE "KEPT FOR ".
           05  PRINT-CARRY-YEAR      PIC 9(4).
           05  FILLER                PIC X(23) VALUE SPACE.
           05  PRINT-CARRY-WHT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-CARRY-NRA       PIC Z,ZZZ,ZZ9.99-.

       01  BUDGET-LINE.
           05  FILLER                PIC X(8) VALUE "BUDGET".
           05  PRINT-BUDGET-ACCOUNT  PIC X(15).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "OPENED FOR".
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-BUDGET-YEAR     PIC 9(4).
           05  FILLER                PIC X(4) VALUE " AT ".
           05  PRINT-BUDGET-ANNUAL   PIC ZZZ,ZZZ,ZZ9.99-.

       01  COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE "VENDOR".
           05  FILLER                PIC X(21) VALUE "NAME".
           05  FILLER                PIC X(15) VALUE "     1099 PAID".
           05  FILLER                PIC X(14) VALUE "   BACKUP WHT".
           05  FILLER                PIC X(14) VALUE "      NRA WHT".
           05  FILLER                PIC X(2)  VALUE "W9".

       01  TITLE-LINE.
           05  FILLER                PIC X(22) VALUE SPACE.
           05  FILLER                PIC X(33)
               VALUE "YEAR-END ROLLOVER REGISTER".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  YEAR-LINE.
           05  FILLER                PIC X(14) VALUE "CALENDAR YEAR ".
           05  PRINT-CLOSE-YEAR      PIC 9(4).
           05  FILLER                PIC X(11) VALUE " CLOSED ON ".
           05  PRINT-TODAY           PIC Z9/99/9999.
           05  FILLER                PIC X(4) VALUE " BY ".
           05  PRINT-OPERATOR        PIC X(3).

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZZ9.
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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT EXPORT-CONTROL-FILE.
           OPEN I-O YEAR-END-FILE.
           OPEN I-O STATS-FILE.
           OPEN I-O BUDGET-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE CONTROL-FILE.
           CLOSE EXPORT-CONTROL-FILE.
           CLOSE YEAR-END-FILE.
           CLOSE STATS-FILE.
           CLOSE BUDGET-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM ROLL-A-YEAR.

       ROLL-A-YEAR.
           PERFORM GET-CLOSE-YEAR.
           PERFORM CHECK-READY-TO-ROLL.
           IF YEAR-IS-CLOSED = "Y"
                   OR LOCKED-COUNT NOT = ZEROES
                   OR GL-EXPORTED-THRU < YEAR-END-DATE
               PERFORM REFUSE-THE-ROLLOVER
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM ROLL-EVERYTHING.

      *--------------------------------
      * The year closed is normally
      * last year; it has to be over.
      *--------------------------------
       GET-CLOSE-YEAR.
           MOVE TODAY-DATE (1:4) TO DEFAULT-YEAR.
           SUBTRACT 1 FROM DEFAULT-YEAR.
           PERFORM ACCEPT-CLOSE-YEAR.
           PERFORM RE-ACCEPT-CLOSE-YEAR
               UNTIL YEAR-IS-GOOD = "Y".
           ADD 1 CLOSE-YEAR GIVING NEW-YEAR.
           COMPUTE YEAR-START-DATE = CLOSE-YEAR * 10000 + 0101.
           COMPUTE YEAR-END-DATE = CLOSE-YEAR * 10000 + 1231.

       ACCEPT-CLOSE-YEAR.
           DISPLAY "CALENDAR YEAR TO CLOSE (BLANK FOR "
                   DEFAULT-YEAR ")?".
           ACCEPT YEAR-ENTRY.
           IF YEAR-ENTRY = ZEROES
               MOVE DEFAULT-YEAR TO YEAR-ENTRY.
           MOVE YEAR-ENTRY TO CLOSE-YEAR.
           MOVE "Y" TO YEAR-IS-GOOD.
           IF CLOSE-YEAR > DEFAULT-YEAR
               MOVE "N" TO YEAR-IS-GOOD
               DISPLAY "YEAR " CLOSE-YEAR " IS NOT OVER YET"
           ELSE
           IF CLOSE-YEAR < 1900
               MOVE "N" TO YEAR-IS-GOOD
               DISPLAY "INVALID YEAR".

       RE-ACCEPT-CLOSE-YEAR.
           PERFORM ACCEPT-CLOSE-YEAR.

      *--------------------------------
      * What stops a rollover: a year
      * already closed, a check run in
      * progress (or crashed with its
      * lock on), or December payments
      * the general ledger has not been
      * sent yet.
      *--------------------------------
       CHECK-READY-TO-ROLL.
           MOVE "N" TO YEAR-IS-CLOSED.
           MOVE CLOSE-YEAR TO YRS-YEAR.
           MOVE ZEROES TO YRS-VENDOR.
           PERFORM READ-YEAR-END-RECORD.
           IF YEAR-END-RECORD-FOUND = "Y"
               MOVE "Y" TO YEAR-IS-CLOSED.
           MOVE ZEROES TO LOCKED-COUNT.
           PERFORM READ-FIRST-CHECK-CONTROL.
           PERFORM CHECK-ONE-CONTROL
               UNTIL CONTROL-FILE-AT-END = "Y".
           MOVE "GLEXP01" TO EXPORT-PROGRAM.
           READ EXPORT-CONTROL-FILE RECORD
               INVALID KEY
               MOVE ZEROES TO EXPORT-LAST-THRU.
           MOVE EXPORT-LAST-THRU TO GL-EXPORTED-THRU.

       CHECK-ONE-CONTROL.
           IF CONTROL-RUN-LOCKED
               ADD 1 TO LOCKED-COUNT
               DISPLAY "- A CHECK RUN HOLDS THE LOCK ON ACCOUNT "
                       CONTROL-ACCOUNT " SINCE " CONTROL-LOCK-DATE
                       " (" CONTROL-LOCK-OPERATOR ")".
           PERFORM READ-NEXT-CHECK-CONTROL.

       REFUSE-THE-ROLLOVER.
           DISPLAY "YEAR " CLOSE-YEAR " CANNOT BE ROLLED OVER:".
           IF YEAR-IS-CLOSED = "Y"
               MOVE YRS-CLOSED-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "- IT WAS CLOSED ON " FORMATTED-DATE
                       " BY " YRS-CLOSED-BY.
           IF LOCKED-COUNT NOT = ZEROES
               DISPLAY "- " LOCKED-COUNT
                       " CHECK RUN LOCKS ARE SET (SEE ABOVE)".
           IF GL-EXPORTED-THRU < YEAR-END-DATE
               PERFORM SAY-NOT-JOURNALED.
           DISPLAY "NOTHING WAS CHANGED".

       SAY-NOT-JOURNALED.
           IF GL-EXPORTED-THRU = ZEROES
               DISPLAY "- GLEXP01 HAS NEVER JOURNALED ANY PAYMENTS"
           ELSE
               MOVE GL-EXPORTED-THRU TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "- GLEXP01 HAS ONLY JOURNALED PAYMENTS THROUGH "
                       FORMATTED-DATE.
           DISPLAY "  RUN IT THROUGH 12/31/" CLOSE-YEAR " FIRST".

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "CLOSE CALENDAR YEAR " CLOSE-YEAR
                   " AND RESET THE VENDOR".
           DISPLAY "YEAR-TO-DATE FIGURES (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       ROLL-EVERYTHING.
           MOVE "YREND01" TO BATCH-WINDOW-PROGRAM.
           PERFORM OPEN-BATCH-WINDOW.
           PERFORM START-NEW-PAGE.
           PERFORM ROLL-THE-VENDORS.
           PERFORM OPEN-THE-STATISTICS.
           PERFORM OPEN-THE-BUDGETS.
           PERFORM WRITE-THE-YEAR-RECORD.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           DISPLAY "CALENDAR YEAR " CLOSE-YEAR " CLOSED - "
                   VENDORS-ROLLED " VENDORS ROLLED".
           PERFORM CLOSE-BATCH-WINDOW.

      *--------------------------------
      * Vendors
      *--------------------------------
       ROLL-THE-VENDORS.
           PERFORM READ-FIRST-VENDOR.
           PERFORM ROLL-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

       ROLL-ONE-VENDOR.
           MOVE CLOSE-YEAR TO YRS-YEAR.
           MOVE VENDOR-NUMBER TO YRS-VENDOR.
           PERFORM READ-YEAR-END-RECORD.
           IF YEAR-END-RECORD-FOUND = "Y"
               ADD 1 TO VENDORS-ALREADY-ROLLED
           ELSE
               PERFORM ROLL-THIS-VENDOR.
           PERFORM READ-NEXT-VENDOR.

      *--------------------------------
      * Withholding on checks dated
      * after December 31st belongs to
      * the new year and stays in the
      * year-to-date fields.
      *--------------------------------
       ROLL-THIS-VENDOR.
           PERFORM ADD-UP-THE-VOUCHERS.
           COMPUTE ROLLED-WHT = VENDOR-WHT-YTD - NEW-YEAR-WHT.
           COMPUTE ROLLED-NRA = VENDOR-NRA-WHT-YTD - NEW-YEAR-NRA.
           IF YEAR-1099-PAID NOT = ZEROES
                   OR ROLLED-WHT NOT = ZEROES
                   OR ROLLED-NRA NOT = ZEROES
                   OR YEAR-VOUCHER-WHT NOT = ZEROES
                   OR YEAR-VOUCHER-NRA NOT = ZEROES
                   OR VENDOR-W9-REQUEST-COUNT NOT = ZEROES
               PERFORM FREEZE-AND-RESET.

       FREEZE-AND-RESET.
           PERFORM WRITE-THE-SNAPSHOT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE YEAR-1099-PAID TO PRINT-1099.
           MOVE ROLLED-WHT TO PRINT-WHT.
           MOVE ROLLED-NRA TO PRINT-NRA.
           MOVE VENDOR-W9-REQUEST-COUNT TO PRINT-W9.
           IF ROLLED-WHT NOT = YEAR-VOUCHER-WHT
                   OR ROLLED-NRA NOT = YEAR-VOUCHER-NRA
               MOVE "*" TO PRINT-FLAG
               ADD 1 TO VENDORS-DIFFERENT.
           PERFORM PRINT-THE-DETAIL.
           IF NEW-YEAR-WHT NOT = ZEROES
                   OR NEW-YEAR-NRA NOT = ZEROES
               PERFORM PRINT-THE-CARRY.
           IF VENDOR-W9-REQUEST-COUNT NOT = ZEROES
               ADD 1 TO W9-COUNTS-RESET.
           MOVE NEW-YEAR-WHT TO VENDOR-WHT-YTD.
           MOVE NEW-YEAR-NRA TO VENDOR-NRA-WHT-YTD.
           MOVE ZEROES TO VENDOR-W9-REQUEST-COUNT.
           PERFORM REWRITE-VENDOR-RECORD.
           ADD 1 TO VENDORS-ROLLED.
           ADD YEAR-1099-PAID TO TOTAL-1099-PAID.
           ADD ROLLED-WHT TO TOTAL-ROLLED-WHT.
           ADD ROLLED-NRA TO TOTAL-ROLLED-NRA.
           ADD YEAR-VOUCHER-WHT TO TOTAL-VOUCHER-WHT.
           ADD YEAR-VOUCHER-NRA TO TOTAL-VOUCHER-NRA.
           ADD NEW-YEAR-WHT TO TOTAL-CARRIED-WHT.
           ADD NEW-YEAR-NRA TO TOTAL-CARRIED-NRA.

       WRITE-THE-SNAPSHOT.
           MOVE SPACE TO YEAR-END-RECORD.
           MOVE CLOSE-YEAR TO YRS-YEAR.
           MOVE VENDOR-NUMBER TO YRS-VENDOR.
           MOVE VENDOR-NAME TO YRS-VENDOR-NAME.
           MOVE VENDOR-TAX-ID TO YRS-TAX-ID.
           MOVE VENDOR-1099-TYPE TO YRS-1099-TYPE.
           MOVE VENDOR-W8-FORM TO YRS-W8-FORM.
           MOVE YEAR-1099-PAID TO YRS-1099-PAID.
           MOVE ROLLED-WHT TO YRS-BACKUP-WHT.
           MOVE ROLLED-NRA TO YRS-NRA-WHT.
           MOVE YEAR-VOUCHER-WHT TO YRS-VOUCHER-WHT.
           MOVE YEAR-VOUCHER-NRA TO YRS-VOUCHER-NRA-WHT.
           MOVE VENDOR-W9-REQUEST-COUNT TO YRS-W9-REQUEST-COUNT.
           MOVE VENDOR-W9-REQUEST-DATE TO YRS-W9-REQUEST-DATE.
           MOVE SIGNED-ON-OPERATOR TO YRS-CLOSED-BY.
           MOVE TODAY-DATE TO YRS-CLOSED-DATE.
           PERFORM WRITE-YEAR-END-RECORD.

      *--------------------------------
      * The vendor's paid vouchers,
      * live and archived - a history
      * record has the live layout and
      * is added up in the live record.
      *--------------------------------
       ADD-UP-THE-VOUCHERS.
           MOVE ZEROES TO YEAR-1099-PAID YEAR-VOUCHER-WHT
                          YEAR-VOUCHER-NRA NEW-YEAR-WHT
                          NEW-YEAR-NRA.
           MOVE VENDOR-NUMBER TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           PERFORM ADD-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE VENDOR-NUMBER TO VOUCHER-HIST-VENDOR.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS EQUAL TO VOUCHER-HIST-VENDOR
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           PERFORM ADD-ONE-HIST-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       ADD-ONE-LIVE-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF VOUCHER-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO VOUCHER-FILE-AT-END
               ELSE
                   PERFORM ADD-UP-THIS-VOUCHER.

       ADD-ONE-HIST-VOUCHER.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               IF VOUCHER-HIST-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO HISTORY-FILE-AT-END
               ELSE
                   MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                   PERFORM ADD-UP-THIS-VOUCHER.

       ADD-UP-THIS-VOUCHER.
           IF VOUCHER-PAID-DATE > YEAR-END-DATE
               PERFORM ADD-UP-NEW-YEAR
           ELSE
           IF VOUCHER-PAID-DATE NOT < YEAR-START-DATE
               PERFORM ADD-UP-CLOSED-YEAR.

       ADD-UP-CLOSED-YEAR.
           IF VOUCHER-DEDUCTIBLE = "Y"
               ADD VOUCHER-AMOUNT TO YEAR-1099-PAID.
           IF VOUCHER-WHT-IS-NRA
               ADD VOUCHER-WHT-AMOUNT TO YEAR-VOUCHER-NRA
           ELSE
               ADD VOUCHER-WHT-AMOUNT TO YEAR-VOUCHER-WHT.

       ADD-UP-NEW-YEAR.
           IF VOUCHER-WHT-IS-NRA
               ADD VOUCHER-WHT-AMOUNT TO NEW-YEAR-NRA
           ELSE
               ADD VOUCHER-WHT-AMOUNT TO NEW-YEAR-WHT.

      *--------------------------------
      * Statistics - the new year's
      * twelve months, opened at zero
      * where not already on file.
      *--------------------------------
       OPEN-THE-STATISTICS.
           PERFORM OPEN-ONE-STAT-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "STATISTICS MONTHS OPENED FOR " NEW-YEAR ": "
                  STAT-MONTHS-OPENED " (" STAT-MONTHS-THERE
                  " ALREADY ON FILE)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       OPEN-ONE-STAT-MONTH.
           COMPUTE STAT-TODAY =
               NEW-YEAR * 10000 + MONTH-SUB * 100 + 1.
           MOVE STAT-TODAY (1:4) TO STAT-YEAR.
           MOVE STAT-TODAY (5:2) TO STAT-MONTH.
           MOVE "Y" TO STAT-RECORD-FOUND.
           READ STATS-FILE RECORD
               INVALID KEY
               MOVE "N" TO STAT-RECORD-FOUND.
           IF STAT-RECORD-FOUND = "Y"
               ADD 1 TO STAT-MONTHS-THERE
           ELSE
               PERFORM INIT-MONTH-STAT-RECORD
               PERFORM SAVE-MONTH-STAT-RECORD
               ADD 1 TO STAT-MONTHS-OPENED.

      *--------------------------------
      * Budgets - each pass starts just
      * past the budget last handled,
      * since the look for a new-year
      * record moves the file.
      *--------------------------------
       OPEN-THE-BUDGETS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-BUDGET.
           PERFORM OPEN-ONE-BUDGET
               UNTIL BUDGET-FILE-AT-END = "Y".

       OPEN-ONE-BUDGET.
           MOVE BUDGET-KEY TO SAVE-BUDGET-KEY.
           IF BUDGET-YEAR = CLOSE-YEAR
               PERFORM CARRY-THE-BUDGET.
           MOVE SAVE-BUDGET-KEY TO BUDGET-KEY.
           PERFORM READ-NEXT-BUDGET-AFTER.

       CARRY-THE-BUDGET.
           MOVE BUDGET-RECORD TO SAVE-BUDGET-RECORD.
           MOVE NEW-YEAR TO BUDGET-YEAR.
           PERFORM READ-BUDGET-RECORD.
           IF BUDGET-RECORD-FOUND = "Y"
               ADD 1 TO BUDGETS-THERE
           ELSE
               MOVE SAVE-BUDGET-RECORD TO BUDGET-RECORD
               MOVE NEW-YEAR TO BUDGET-YEAR
               PERFORM WRITE-BUDGET-RECORD
               ADD 1 TO BUDGETS-OPENED
               PERFORM PRINT-THE-BUDGET.

       PRINT-THE-BUDGET.
           MOVE BUDGET-ACCOUNT TO PRINT-BUDGET-ACCOUNT.
           MOVE BUDGET-YEAR TO PRINT-BUDGET-YEAR.
           MOVE BUDGET-ANNUAL TO PRINT-BUDGET-ANNUAL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE BUDGET-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The run's own record - it is
      * what marks the year closed, so
      * it goes on last.
      *--------------------------------
       WRITE-THE-YEAR-RECORD.
           MOVE SPACE TO YEAR-END-RECORD.
           MOVE CLOSE-YEAR TO YRS-YEAR.
           MOVE ZEROES TO YRS-VENDOR.
           MOVE "YEAR-END ROLLOVER" TO YRS-VENDOR-NAME.
           MOVE TOTAL-1099-PAID TO YRS-1099-PAID.
           MOVE TOTAL-ROLLED-WHT TO YRS-BACKUP-WHT.
           MOVE TOTAL-ROLLED-NRA TO YRS-NRA-WHT.
           MOVE TOTAL-VOUCHER-WHT TO YRS-VOUCHER-WHT.
           MOVE TOTAL-VOUCHER-NRA TO YRS-VOUCHER-NRA-WHT.
           MOVE ZEROES TO YRS-W9-REQUEST-COUNT.
           MOVE ZEROES TO YRS-W9-REQUEST-DATE.
           MOVE SIGNED-ON-OPERATOR TO YRS-CLOSED-BY.
           MOVE TODAY-DATE TO YRS-CLOSED-DATE.
           PERFORM WRITE-YEAR-END-RECORD.

      *--------------------------------
      * Register
      *--------------------------------
       PRINT-THE-DETAIL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-CARRY.
           MOVE NEW-YEAR TO PRINT-CARRY-YEAR.
           MOVE NEW-YEAR-WHT TO PRINT-CARRY-WHT.
           MOVE NEW-YEAR-NRA TO PRINT-CARRY-NRA.
           MOVE CARRY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VENDORS ROLLED / 1099 PAID:" TO PRINT-TOTAL-TEXT.
           MOVE VENDORS-ROLLED TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-1099-PAID TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "BACKUP WITHHOLDING ROLLED:" TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-ROLLED-WHT TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "  PER THE YEAR'S PAID VOUCHERS:"
               TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-VOUCHER-WHT TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "FOREIGN (CHAPTER 3) WITHHOLDING ROLLED:"
               TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-ROLLED-NRA TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "  PER THE YEAR'S PAID VOUCHERS:"
               TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-VOUCHER-NRA TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "BACKUP WITHHOLDING KEPT FOR THE NEW YEAR:"
               TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-CARRIED-WHT TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "FOREIGN WITHHOLDING KEPT FOR THE NEW YEAR:"
               TO PRINT-TOTAL-TEXT.
           MOVE TOTAL-CARRIED-NRA TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "W-9 REQUEST COUNTS RESTARTED:" TO PRINT-TOTAL-TEXT.
           MOVE W9-COUNTS-RESET TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VENDORS ROLLED BY AN EARLIER RUN:"
               TO PRINT-TOTAL-TEXT.
           MOVE VENDORS-ALREADY-ROLLED TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "BUDGETS OPENED FOR THE NEW YEAR:"
               TO PRINT-TOTAL-TEXT.
           MOVE BUDGETS-OPENED TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "BUDGETS ALREADY ON FILE FOR THE NEW YEAR:"
               TO PRINT-TOTAL-TEXT.
           MOVE BUDGETS-THERE TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           IF VENDORS-DIFFERENT NOT = ZEROES
               MOVE SPACE TO TOTAL-LINE
               MOVE "* WITHHOLDING ON FILE DIFFERS FROM VOUCHERS:"
                   TO PRINT-TOTAL-TEXT
               MOVE VENDORS-DIFFERENT TO PRINT-TOTAL-COUNT
               PERFORM PRINT-ONE-TOTAL.

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
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE CLOSE-YEAR TO PRINT-CLOSE-YEAR.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE SIGNED-ON-OPERATOR TO PRINT-OPERATOR.
           MOVE YEAR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-FIRST-VENDOR.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-FILE-AT-END.
           START VENDOR-FILE
               KEY NOT < VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
           IF VENDOR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR.

       READ-NEXT-VENDOR.
           MOVE "N" TO VENDOR-FILE-AT-END.
           READ VENDOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VENDOR-FILE-AT-END.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

       READ-FIRST-CHECK-CONTROL.
           MOVE 2 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           MOVE "N" TO CONTROL-FILE-AT-END.
           START CONTROL-FILE
               KEY NOT < CONTROL-KEY
               INVALID KEY
               MOVE "Y" TO CONTROL-FILE-AT-END.
           IF CONTROL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-CONTROL.

       READ-NEXT-CHECK-CONTROL.
           MOVE "N" TO CONTROL-FILE-AT-END.
           READ CONTROL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CONTROL-FILE-AT-END.
           IF CONTROL-FILE-AT-END NOT = "Y"
               IF NOT CONTROL-TYPE-CHECK
                   MOVE "Y" TO CONTROL-FILE-AT-END.

       READ-YEAR-END-RECORD.
           MOVE "Y" TO YEAR-END-RECORD-FOUND.
           READ YEAR-END-FILE RECORD
               INVALID KEY
               MOVE "N" TO YEAR-END-RECORD-FOUND.

       WRITE-YEAR-END-RECORD.
           WRITE YEAR-END-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING YEAR-END RECORD".

       READ-FIRST-BUDGET.
           MOVE LOW-VALUES TO BUDGET-KEY.
           MOVE "N" TO BUDGET-FILE-AT-END.
           START BUDGET-FILE
               KEY NOT < BUDGET-KEY
               INVALID KEY
               MOVE "Y" TO BUDGET-FILE-AT-END.
           IF BUDGET-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BUDGET.

       READ-NEXT-BUDGET-AFTER.
           MOVE "N" TO BUDGET-FILE-AT-END.
           START BUDGET-FILE
               KEY > BUDGET-KEY
               INVALID KEY
               MOVE "Y" TO BUDGET-FILE-AT-END.
           IF BUDGET-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BUDGET.

       READ-NEXT-BUDGET.
           MOVE "N" TO BUDGET-FILE-AT-END.
           READ BUDGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BUDGET-FILE-AT-END.

       READ-BUDGET-RECORD.
           MOVE "Y" TO BUDGET-RECORD-FOUND.
           READ BUDGET-FILE RECORD
               INVALID KEY
               MOVE "N" TO BUDGET-RECORD-FOUND.

       WRITE-BUDGET-RECORD.
           WRITE BUDGET-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BUDGET RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

           COPY "plbwn01.cbl".

           COPY "plstat01.cbl".

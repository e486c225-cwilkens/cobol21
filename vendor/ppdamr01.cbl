       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDAMR01.
      *------------------------------------
      * Monthly Prepaid Amortization
      *
      * GLEXP01 books a payment on a
      * prepaid schedule (PPDMNT01) to
      * the schedule's prepaid asset
      * account. This run moves it on to
      * expense a month at a time: for
      * the month of an operator-entered
      * month-end date it exports, for
      * every schedule due,
      *
      *   DEBIT  the schedule's expense
      *          account
      *   CREDIT the schedule's prepaid
      *          account
      *
      * to AMORTIZATION-FILE ("ppdexp"),
      * in the GL feed layout, with the
      * fiscal period (CCYYPP) off the
      * fiscal period calendar. A credit
      * memo schedule flips sides at the
      * absolute amount.
      *
      * The amount is not a fixed monthly
      * slice. After N months of an
      * M-month schedule the amount
      * amortized to date is AMOUNT x N /
      * M rounded, and this month takes
      * whatever that adds - so the odd
      * pennies fall out evenly and the
      * last month always finishes the
      * schedule at exactly its amount. A
      * month missed is caught up the
      * next time, and a month already
      * run takes nothing if run again.
      *
      * Nothing amortizes until the
      * voucher is paid in full (on the
      * live file with a paid date, or
      * archived to history) - until then
      * nothing has reached the prepaid
      * account to move. The months
      * missed waiting are caught up once
      * it is paid.
      *
      * The printout is the roll-forward
      * of each schedule's prepaid
      * balance - opening, this month's
      * amortization, closing - with the
      * export control totals.
      *
      * Each line carries the GLEXP01
      * batch trailer (columns 101-130)
      * and the run is noted on the
      * export run log, so GLACK01 can
      * match the GL's acknowledgment
      * back to it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slppd01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slfpr01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT AMORTIZATION-FILE
               ASSIGN TO "ppdexp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdppd01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  AMORTIZATION-FILE
           LABEL RECORDS ARE OMITTED.
       01  AMORTIZATION-RECORD.
           05  AMR-ACCOUNT              PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-DEBIT-CREDIT         PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-AMOUNT               PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-POSTING-DATE         PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-REFERENCE            PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-VOUCHER-NUMBER       PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-FISCAL-PERIOD        PIC 9(6).
           05  FILLER                   PIC X(17) VALUE SPACE.
           05  AMR-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  AMR-LINE-NUMBER          PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  PREPAID-FILE-AT-END       PIC X.
       77  VOUCHER-RECORD-FOUND      PIC X.
       77  HISTORY-RECORD-FOUND      PIC X.
       77  VOUCHER-IS-PAID           PIC X.

       77  MONTH-END-DATE            PIC 9(8).
       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).
       77  MONTH-END-PERIOD          PIC 9(6).
       77  RUN-MONTH                 PIC 9(6).
       77  RUN-MONTH-INDEX           PIC 9(6).
       77  START-MONTH-INDEX         PIC 9(6).
       77  MONTHS-DUE                PIC S9(6).

       77  AMORTIZED-TARGET          PIC S9(8)V99.
       77  THIS-MONTH-AMOUNT         PIC S9(8)V99.
       77  OPENING-BALANCE           PIC S9(8)V99.
       77  CLOSING-BALANCE           PIC S9(8)V99.
       77  ABS-AMOUNT                PIC 9(8)V99.

       77  AMORTIZED-COUNT           PIC 9(5) VALUE ZEROES.
       77  HELD-COUNT                PIC 9(5) VALUE ZEROES.
       77  OPENING-TOTAL             PIC S9(10)V99 VALUE ZEROES.
       77  THIS-MONTH-TOTAL          PIC S9(10)V99 VALUE ZEROES.
       77  CLOSING-TOTAL             PIC S9(10)V99 VALUE ZEROES.
       77  DEBIT-TOTAL               PIC S9(10)V99 VALUE ZEROES.
       77  CREDIT-TOTAL              PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-FIELD               PIC Z,ZZZ,ZZZ,ZZ9.99-.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       01  MONTH-WORK                PIC 9(6).
       01  FILLER REDEFINES MONTH-WORK.
           05  MONTH-WORK-YYYY       PIC 9999.
           05  MONTH-WORK-MM         PIC 99.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "PREPAID EXPENSE ROLL-FORWARD".
           05  FILLER                PIC X(23) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  MONTH-LINE.
           05  FILLER                PIC X(22)
               VALUE "AMORTIZED FOR MONTH OF".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-RUN-MM          PIC 99.
           05  FILLER                PIC X(1)  VALUE "/".
           05  PRINT-RUN-YYYY        PIC 9999.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  PRINT-RUN-PERIOD      PIC 9(6).

       01  COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE "VOUCHER".
           05  FILLER                PIC X(4)  VALUE "LN".
           05  FILLER                PIC X(17) VALUE "DESCRIPTION".
           05  FILLER                PIC X(14) VALUE "      OPENING".
           05  FILLER                PIC X(14) VALUE "   THIS MONTH".
           05  FILLER                PIC X(14) VALUE "      CLOSING".
           05  FILLER                PIC X(7)  VALUE " MONTHS".

       01  DETAIL-LINE.
           05  PRINT-VOUCHER         PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-LINE            PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-DESCRIPTION     PIC X(16).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-OPENING         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-THIS-MONTH      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-CLOSING         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-MONTHS-DONE     PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE "/".
           05  PRINT-MONTHS          PIC ZZ9.

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
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "PPDAMR01" TO EXPORT-PROGRAM-NAME.
           OPEN I-O PREPAID-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN OUTPUT AMORTIZATION-FILE.

       CLOSING-PROCEDURE.
           CLOSE PREPAID-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE AMORTIZATION-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-MONTH-END-DATE
               PERFORM SET-THE-RUN-MONTH
               PERFORM STAMP-THE-EXPORT-RUN
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-SCHEDULES
               PERFORM PRINT-THE-TOTALS
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark here - a month is
      * re-run safely, taking only what
      * it has not already taken - so
      * only the log is written, the
      * range being the month-end date.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE MONTH-END-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE AMORTIZED-COUNT TO EXPORT-SENT-COUNT.
           MOVE CREDIT-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "RUN THE MONTHLY PREPAID AMORTIZATION (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-MONTH-END-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "MONTH-END DATE TO AMORTIZE THROUGH (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A MONTH-END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO MONTH-END-DATE.

      *--------------------------------
      * The run month is the calendar
      * month of the date keyed; the GL
      * lines carry its fiscal period.
      * Months are counted as CCYY x 12
      * + MM so a schedule running over
      * a year end counts straight on.
      *--------------------------------
       SET-THE-RUN-MONTH.
           MOVE DATE-YYYY TO MONTH-WORK-YYYY.
           MOVE DATE-MM TO MONTH-WORK-MM.
           MOVE MONTH-WORK TO RUN-MONTH.
           COMPUTE RUN-MONTH-INDEX =
               MONTH-WORK-YYYY * 12 + MONTH-WORK-MM.
           MOVE "Y" TO FISCAL-SOFT-CLOSE-OK.
           MOVE MONTH-END-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO MONTH-END-PERIOD.

       PROCESS-SCHEDULES.
           PERFORM READ-FIRST-PREPAID.
           PERFORM PROCESS-ALL-SCHEDULES
               UNTIL PREPAID-FILE-AT-END = "Y".

       PROCESS-ALL-SCHEDULES.
           PERFORM PROCESS-THIS-SCHEDULE.
           PERFORM READ-NEXT-PREPAID.

      *--------------------------------
      * A schedule already fully
      * amortized before this run has
      * no balance and nothing to do -
      * it drops off the roll-forward.
      *--------------------------------
       PROCESS-THIS-SCHEDULE.
           COMPUTE OPENING-BALANCE = PPD-AMOUNT - PPD-AMORTIZED.
           MOVE ZEROES TO THIS-MONTH-AMOUNT.
           IF OPENING-BALANCE NOT = ZEROES
               PERFORM AMORTIZE-THIS-SCHEDULE
               PERFORM PRINT-THE-SCHEDULE.

       AMORTIZE-THIS-SCHEDULE.
           PERFORM FIGURE-MONTHS-DUE.
           IF MONTHS-DUE > PPD-MONTHS-DONE
               PERFORM CHECK-VOUCHER-IS-PAID
               IF VOUCHER-IS-PAID = "Y"
                   PERFORM TAKE-THIS-MONTH
               ELSE
                   ADD 1 TO HELD-COUNT.

       FIGURE-MONTHS-DUE.
           MOVE PPD-START-MONTH TO MONTH-WORK.
           COMPUTE START-MONTH-INDEX =
               MONTH-WORK-YYYY * 12 + MONTH-WORK-MM.
           COMPUTE MONTHS-DUE =
               RUN-MONTH-INDEX - START-MONTH-INDEX + 1.
           IF MONTHS-DUE < ZEROES
               MOVE ZEROES TO MONTHS-DUE.
           IF MONTHS-DUE > PPD-MONTHS
               MOVE PPD-MONTHS TO MONTHS-DUE.

      *--------------------------------
      * Amortized to date is AMOUNT x
      * months due / months, rounded -
      * and on the last month exactly
      * AMOUNT. This month is whatever
      * that adds to what has already
      * gone.
      *--------------------------------
       TAKE-THIS-MONTH.
           IF MONTHS-DUE = PPD-MONTHS
               MOVE PPD-AMOUNT TO AMORTIZED-TARGET
           ELSE
               COMPUTE AMORTIZED-TARGET ROUNDED =
                   PPD-AMOUNT * MONTHS-DUE / PPD-MONTHS.
           COMPUTE THIS-MONTH-AMOUNT =
               AMORTIZED-TARGET - PPD-AMORTIZED.
           IF THIS-MONTH-AMOUNT NOT = ZEROES
               PERFORM WRITE-THE-EXPENSE-LINE
               PERFORM WRITE-THE-PREPAID-LINE.
           ADD THIS-MONTH-AMOUNT TO PPD-AMORTIZED.
           MOVE MONTHS-DUE TO PPD-MONTHS-DONE.
           MOVE RUN-MONTH TO PPD-LAST-MONTH.
           PERFORM REWRITE-PREPAID-RECORD.
           ADD 1 TO AMORTIZED-COUNT.

      *--------------------------------
      * The export amounts are
      * unsigned - a credit memo
      * schedule (negative amount)
      * credits the expense and debits
      * the prepaid account instead.
      *--------------------------------
       WRITE-THE-EXPENSE-LINE.
           MOVE PPD-EXPENSE-ACCT TO AMR-ACCOUNT.
           IF THIS-MONTH-AMOUNT < ZEROES
               MOVE "C" TO AMR-DEBIT-CREDIT
               COMPUTE ABS-AMOUNT = ZERO - THIS-MONTH-AMOUNT
               ADD ABS-AMOUNT TO CREDIT-TOTAL
           ELSE
               MOVE "D" TO AMR-DEBIT-CREDIT
               MOVE THIS-MONTH-AMOUNT TO ABS-AMOUNT
               ADD ABS-AMOUNT TO DEBIT-TOTAL.
           PERFORM WRITE-AMORTIZATION-RECORD.

       WRITE-THE-PREPAID-LINE.
           MOVE PPD-PREPAID-ACCT TO AMR-ACCOUNT.
           IF THIS-MONTH-AMOUNT < ZEROES
               MOVE "D" TO AMR-DEBIT-CREDIT
               COMPUTE ABS-AMOUNT = ZERO - THIS-MONTH-AMOUNT
               ADD ABS-AMOUNT TO DEBIT-TOTAL
           ELSE
               MOVE "C" TO AMR-DEBIT-CREDIT
               MOVE THIS-MONTH-AMOUNT TO ABS-AMOUNT
               ADD ABS-AMOUNT TO CREDIT-TOTAL.
           PERFORM WRITE-AMORTIZATION-RECORD.

       WRITE-AMORTIZATION-RECORD.
           MOVE ABS-AMOUNT TO AMR-AMOUNT.
           MOVE MONTH-END-DATE TO AMR-POSTING-DATE.
           MOVE MONTH-END-PERIOD TO AMR-FISCAL-PERIOD.
           MOVE PPD-DESCRIPTION TO AMR-REFERENCE.
           MOVE PPD-VOUCHER TO AMR-VOUCHER-NUMBER.
           PERFORM WRITE-AMORTIZATION-LINE.

      *--------------------------------
      * The batch trailer - one line
      * number per line of the run.
      *--------------------------------
       WRITE-AMORTIZATION-LINE.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO AMR-SOURCE.
           MOVE EXPORT-RUN-DATE TO AMR-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO AMR-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO AMR-LINE-NUMBER.
           WRITE AMORTIZATION-RECORD.

      *--------------------------------
      * Paid in full on the live file,
      * or archived (VCHARC01 archives
      * only paid vouchers). A voucher
      * on neither file was deleted -
      * nothing was ever booked to the
      * prepaid account for it.
      *--------------------------------
       CHECK-VOUCHER-IS-PAID.
           MOVE "N" TO VOUCHER-IS-PAID.
           MOVE PPD-VOUCHER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "Y"
               IF VOUCHER-PAID-DATE NOT = ZEROES
                   MOVE "Y" TO VOUCHER-IS-PAID
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE PPD-VOUCHER TO VOUCHER-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE "Y" TO VOUCHER-IS-PAID.

       PRINT-THE-SCHEDULE.
           COMPUTE CLOSING-BALANCE = PPD-AMOUNT - PPD-AMORTIZED.
           ADD OPENING-BALANCE TO OPENING-TOTAL.
           ADD THIS-MONTH-AMOUNT TO THIS-MONTH-TOTAL.
           ADD CLOSING-BALANCE TO CLOSING-TOTAL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE PPD-VOUCHER TO PRINT-VOUCHER.
           MOVE PPD-LINE TO PRINT-LINE.
           MOVE PPD-DESCRIPTION TO PRINT-DESCRIPTION.
           MOVE OPENING-BALANCE TO PRINT-OPENING.
           MOVE THIS-MONTH-AMOUNT TO PRINT-THIS-MONTH.
           MOVE CLOSING-BALANCE TO PRINT-CLOSING.
           MOVE PPD-MONTHS-DONE TO PRINT-MONTHS-DONE.
           MOVE PPD-MONTHS TO PRINT-MONTHS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF MONTHS-DUE > PPD-MONTHS-DONE
               MOVE "             HELD - VOUCHER NOT YET PAID"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE OPENING-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "OPENING PREPAID BALANCE: " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE THIS-MONTH-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "AMORTIZED THIS MONTH:    " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CLOSING-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CLOSING PREPAID BALANCE: " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SCHEDULES AMORTIZED: " AMORTIZED-COUNT
                  "   HELD UNPAID: " HELD-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DEBIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "EXPORT DEBITS:           " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CREDIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "EXPORT CREDITS:          " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "BALANCE THESE AGAINST WHAT THE GL POSTS."
               TO PRINTER-RECORD.
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
           MOVE RUN-MONTH TO MONTH-WORK.
           MOVE MONTH-WORK-MM TO PRINT-RUN-MM.
           MOVE MONTH-WORK-YYYY TO PRINT-RUN-YYYY.
           MOVE MONTH-END-PERIOD TO PRINT-RUN-PERIOD.
           MOVE MONTH-LINE TO PRINTER-RECORD.
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
       READ-FIRST-PREPAID.
           MOVE LOW-VALUES TO PPD-KEY.
           MOVE "N" TO PREPAID-FILE-AT-END.
           START PREPAID-FILE
               KEY NOT < PPD-KEY
               INVALID KEY
               MOVE "Y" TO PREPAID-FILE-AT-END.
           IF PREPAID-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PREPAID.

       READ-NEXT-PREPAID.
           READ PREPAID-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PREPAID-FILE-AT-END.

       REWRITE-PREPAID-RECORD.
           REWRITE PREPAID-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SCHEDULE RECORD".

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO HISTORY-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plfpr01.cbl".

           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plsys01.cbl".

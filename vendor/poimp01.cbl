      *    already on file cannot be
      *    un-billed
      *
      * A new PO is bought against the
      * feed's GL account (the vendor's
      * default when the column is
      * blank), which must be active on
      * the chart, in the current budget
      * year. An order - new, or one
      * whose amount goes up or that
      * reopens - that would
      * take the account past its
      * remaining annual budget is
      * rejected unless a level-9
      * supervisor runs the import; for
      * a supervisor it goes through and
      * the register flags it OVER
      * BUDGET.
      *
      * The activity register totals the
      * adds, changes, closures and
      * rejects with their dollars, so
      *
      * Feed line columns:
      *   PONUMBER,VENDOR,FOR,AMOUNT,
      *   STATUS (O or C),GLACCOUNT
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvnd02.cbl".

           COPY "slcoa01.cbl".

           COPY "slbud01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvchdtl.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PO-FEED-FILE
               ASSIGN TO "pofeed"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdvnd04.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdbud01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PO-FEED-FILE
           LABEL RECORDS ARE OMITTED.
       01  PO-FEED-RECORD               PIC X(100).
       77  PO-RECORD-FOUND           PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  LINE-IS-REJECTED          PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  PO-FUNDS-OK               PIC X.
       77  BUDGET-THIS-YEAR          PIC 9(4).
       77  RESULT-TEXT               PIC X(40).

       77  FEED-LINE-COUNT           PIC 9(5) VALUE ZEROES.
       77  CHANGED-COUNT             PIC 9(5) VALUE ZEROES.
       77  CLOSED-COUNT              PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  OVER-BUDGET-COUNT         PIC 9(5) VALUE ZEROES.
       77  TOTAL-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.

       77  CSV-PO-NUMBER             PIC 9(6).
       77  CSV-AMOUNT-CENTS          PIC 99.
       77  CSV-AMOUNT                PIC S9(8)V99.
       77  CSV-STATUS                PIC X.
       77  CSV-GL-ACCOUNT            PIC X(15).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsbud01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-LINE-NUMBER     PIC ZZZZ9.
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
           OPEN I-O PO-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PO-FEED-FILE.
           OPEN INPUT COA-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           ACCEPT DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE DATE-YYYY TO BUDGET-THIS-YEAR.

       CLOSING-PROCEDURE.
           CLOSE PO-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PO-FEED-FILE.
           CLOSE COA-FILE.
           CLOSE BUDGET-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.

       PARSE-FEED-RECORD.
           MOVE ZEROES TO CSV-PO-NUMBER CSV-VENDOR.
           MOVE SPACE TO CSV-FOR CSV-AMOUNT-TEXT CSV-STATUS
                         CSV-GL-ACCOUNT.
           UNSTRING PO-FEED-RECORD DELIMITED BY ","
               INTO CSV-PO-NUMBER
                    CSV-VENDOR
                    CSV-FOR
                    CSV-AMOUNT-TEXT
                    CSV-STATUS
                    CSV-GL-ACCOUNT.
           INSPECT CSV-FOR
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           INSPECT CSV-STATUS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           INSPECT CSV-GL-ACCOUNT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE ZEROES TO CSV-AMOUNT-WHOLE CSV-AMOUNT-CENTS.
           UNSTRING CSV-AMOUNT-TEXT DELIMITED BY "."
               INTO CSV-AMOUNT-WHOLE CSV-AMOUNT-CENTS.
               STRING "AMOUNT IS BELOW THE "
                      "BILLED TOTAL - REFUSED"
                   DELIMITED BY SIZE INTO RESULT-TEXT
           ELSE
           IF CSV-STATUS = "O"
                   AND (CSV-AMOUNT > PO-AMOUNT OR PO-IS-CLOSED)
               MOVE CSV-AMOUNT TO PO-AMOUNT
               MOVE "O" TO PO-STATUS
               PERFORM CHECK-PO-FUNDS
               PERFORM CHANGE-IF-FUNDS-OK
           ELSE
               MOVE CSV-AMOUNT TO PO-AMOUNT
               IF CSV-STATUS = "C"
                   PERFORM REWRITE-PO-RECORD
                   ADD 1 TO CHANGED-COUNT.

       CHANGE-IF-FUNDS-OK.
           IF PO-FUNDS-OK = "N"
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM REWRITE-PO-RECORD
               ADD 1 TO CHANGED-COUNT
               IF FUNDS-ARE-SHORT = "Y"
                   MOVE "CHANGED - OVER BUDGET" TO RESULT-TEXT
               ELSE
                   MOVE "CHANGED" TO RESULT-TEXT.

       ADD-THE-PO.
           MOVE CSV-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
               ADD 1 TO REJECTED-COUNT
               MOVE "VENDOR IS INACTIVE" TO RESULT-TEXT
           ELSE
               PERFORM CHECK-THE-GL-ACCOUNT
               IF COA-RECORD-FOUND = "N"
                   ADD 1 TO REJECTED-COUNT
                   MOVE "GL ACCOUNT IS NOT ACTIVE ON THE CHART"
                       TO RESULT-TEXT
               ELSE
                   PERFORM BUILD-THE-NEW-PO
                   PERFORM CHECK-PO-FUNDS
                   PERFORM ADD-IF-FUNDS-OK.

      *--------------------------------
      * Blank takes the vendor's default
      * account; blank again leaves the
      * order unbudgeted.
      *--------------------------------
       CHECK-THE-GL-ACCOUNT.
           IF CSV-GL-ACCOUNT = SPACE
               MOVE VENDOR-EXPENSE-ACCT TO CSV-GL-ACCOUNT.
           MOVE "Y" TO COA-RECORD-FOUND.
           IF CSV-GL-ACCOUNT NOT = SPACE
               MOVE CSV-GL-ACCOUNT TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       BUILD-THE-NEW-PO.
           MOVE CSV-PO-NUMBER TO PO-NUMBER.
           MOVE CSV-VENDOR TO PO-VENDOR.
           MOVE CSV-FOR TO PO-FOR.
           MOVE CSV-AMOUNT TO PO-AMOUNT.
           MOVE ZEROES TO PO-INVOICED.
           MOVE CSV-STATUS TO PO-STATUS.
           MOVE ZEROES TO PO-EXPECTED-DATE.
           MOVE SPACE TO PO-CONTRACT.
           MOVE SPACE TO PO-PROJECT.
           MOVE SPACE TO PO-COST-CODE.
           MOVE CSV-GL-ACCOUNT TO PO-GL-ACCOUNT.
           MOVE BUDGET-THIS-YEAR TO PO-BUDGET-YEAR.

       ADD-IF-FUNDS-OK.
           IF PO-FUNDS-OK = "N"
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM WRITE-PO-RECORD
               ADD 1 TO ADDED-COUNT
               ADD CSV-AMOUNT TO ADDED-TOTAL
               IF FUNDS-ARE-SHORT = "Y"
                   MOVE "ADDED - OVER BUDGET" TO RESULT-TEXT
               ELSE
                   MOVE "ADDED" TO RESULT-TEXT.

      *--------------------------------
      * Holds the PO's open balance
      * against what is left of its
      * account's budget for the year.
      *--------------------------------
       CHECK-PO-FUNDS.
           MOVE "Y" TO PO-FUNDS-OK.
           MOVE "N" TO FUNDS-ARE-SHORT.
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
           ADD 1 TO OVER-BUDGET-COUNT.
           IF SIGNED-ON-LEVEL < 9
               MOVE "N" TO PO-FUNDS-OK
               MOVE "OVER BUDGET - NEEDS A SUPERVISOR"
                   TO RESULT-TEXT.

       PRINT-THE-RESULT.
           IF LINE-COUNT > MAXIMUM-LINES
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CLOSED: " CLOSED-COUNT
                  "  REJECTED: " REJECTED-COUNT
                  "  OVER BUDGET: " OVER-BUDGET-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ADDED-TOTAL TO TOTAL-FIELD.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plbud01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

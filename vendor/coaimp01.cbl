       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAIMP01.
      *------------------------------------
      * Chart of Accounts Import from the
      * General Ledger
      *
      * COAMNT01 is keyed by hand, so the
      * chart here drifts from the real
      * general ledger - accounts closed
      * in the GL still take coding, and
      * new ones are missing when the
      * invoice arrives. This run reads
      * the GL's account master extract
      * (COA-EXTRACT-FILE, "coaext") -
      * account, name and GL status,
      * "A" open or "C" closed - and:
      *
      * 1. ADDS an open GL account not on
      *    the chart (active, not capital -
      *    COAMNT01 flags a capital one).
      * 2. CHANGES the name when the GL's
      *    differs.
      * 3. INACTIVATES an account the GL
      *    has closed (and reactivates one
      *    the GL has reopened).
      *
      * Every account the extract carries
      * is stamped COA-GL-SEEN-DATE. Once
      * the whole extract is in, the
      * operator may have the chart swept
      * of accounts the GL no longer
      * carries at all. An account still
      * referenced - coded on a voucher
      * detail line, a vendor's default
      * expense account, a budget or a
      * bank account's GL cash account -
      * is never deleted, only made
      * inactive; one nothing refers to
      * is deleted. An extract with no
      * accounts in it sweeps nothing.
      *
      * The register prints every add,
      * change, inactivation and removal,
      * then what is now exposed: every
      * open voucher coded (or, with no
      * coding, defaulting through its
      * vendor) to an account that is
      * inactive or off the chart, and
      * every vendor whose default
      * expense account is - the ones to
      * recode before they are paid.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcoa01.cbl".

           COPY "slvouch.cbl".

           COPY "slvchdtl.cbl".

           COPY "slvnd02.cbl".

           COPY "slbud01.cbl".

           COPY "slact01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT COA-EXTRACT-FILE
               ASSIGN TO "coaext"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcoa01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdbud01.cbl".

           COPY "fdact01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

      *--------------------------------
      * EXT-STATUS "A" open in the GL,
      * "C" closed.
      *--------------------------------
       FD  COA-EXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  COA-EXTRACT-RECORD.
           05  EXT-ACCOUNT              PIC X(15).
           05  FILLER                   PIC X(1).
           05  EXT-NAME                 PIC X(30).
           05  FILLER                   PIC X(1).
           05  EXT-STATUS               PIC X(1).
               88  EXT-IS-OPEN          VALUE "A".
               88  EXT-IS-CLOSED        VALUE "C".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  OK-TO-SWEEP               PIC X.
       77  EXTRACT-FILE-AT-END       PIC X.
       77  COA-FILE-AT-END           PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  DETAIL-FILE-AT-END        PIC X.
       77  VENDOR-FILE-AT-END        PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  BUDGET-FILE-AT-END        PIC X.
       77  ACCT-FILE-AT-END          PIC X.
       77  ACCOUNT-IS-BAD            PIC X.
       77  TODAYS-DATE               PIC 9(8).
       77  OLD-NAME                  PIC X(30).
       77  RESULT-TEXT               PIC X(31).
       77  ACCOUNT-TO-CHECK          PIC X(15).
       77  DETAIL-LINES-FOUND        PIC 9(3).

       77  MISSING-SUB               PIC 9(3).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.

      *--------------------------------
      * Accounts on the chart that the
      * extract did not carry, and
      * whether anything still codes
      * to them.
      *--------------------------------
       01  MISSING-TABLE.
           05  MISSING-ENTRY OCCURS 500 TIMES.
               10  MISSING-ACCOUNT   PIC X(15).
               10  MISSING-IN-USE    PIC X.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  EXTRACT-COUNT             PIC 9(5) VALUE ZEROES.
       77  ADDED-COUNT               PIC 9(5) VALUE ZEROES.
       77  CHANGED-COUNT             PIC 9(5) VALUE ZEROES.
       77  INACTIVATED-COUNT         PIC 9(5) VALUE ZEROES.
       77  REACTIVATED-COUNT         PIC 9(5) VALUE ZEROES.
       77  SKIPPED-COUNT             PIC 9(5) VALUE ZEROES.
       77  DELETED-COUNT             PIC 9(5) VALUE ZEROES.
       77  RETIRED-COUNT             PIC 9(5) VALUE ZEROES.
       77  EXPOSED-VOUCHER-COUNT     PIC 9(5) VALUE ZEROES.
       77  EXPOSED-VENDOR-COUNT      PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT         PIC X(15).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-NAME            PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-RESULT          PIC X(31).

       01  WAS-LINE.
           05  FILLER                PIC X(12) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "WAS: ".
           05  PRINT-OLD-NAME        PIC X(30).

       01  EXPOSURE-LINE.
           05  PRINT-WHAT            PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-EXPOSED-ACCOUNT PIC X(15).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-EXPOSED-STATUS  PIC X(12).

       01  COLUMN-LINE.
           05  FILLER                PIC X(15) VALUE "ACCOUNT".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(30) VALUE "NAME".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(31) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                PIC X(18) VALUE SPACE.
           05  FILLER                PIC X(33)
               VALUE "CHART OF ACCOUNTS IMPORT REGISTER".
           05  FILLER                PIC X(18) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

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
           OPEN INPUT COA-EXTRACT-FILE.
           OPEN I-O COA-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE COA-EXTRACT-FILE.
           CLOSE COA-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE BUDGET-FILE.
           CLOSE BANK-ACCT-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-OK-TO-SWEEP
               PERFORM RUN-THE-IMPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "IMPORT THE GL'S ACCOUNT MASTER EXTRACT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Only a full extract may sweep -
      * a partial one would take every
      * account it left out with it.
      *--------------------------------
       GET-OK-TO-SWEEP.
           PERFORM ACCEPT-OK-TO-SWEEP.
           PERFORM RE-ACCEPT-OK-TO-SWEEP
               UNTIL OK-TO-SWEEP = "Y" OR "N".

       ACCEPT-OK-TO-SWEEP.
           DISPLAY "IS THIS THE GL'S FULL ACCOUNT LIST - REMOVE".
           DISPLAY "ACCOUNTS IT NO LONGER CARRIES (Y/N)?".
           ACCEPT OK-TO-SWEEP.
           INSPECT OK-TO-SWEEP
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-SWEEP.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-SWEEP.

       RUN-THE-IMPORT.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-THE-EXTRACT.
           IF OK-TO-SWEEP = "Y" AND EXTRACT-COUNT NOT = ZEROES
               PERFORM SWEEP-THE-CHART.
           PERFORM LIST-EXPOSED-VOUCHERS.
           PERFORM LIST-EXPOSED-VENDORS.
           PERFORM PRINT-THE-TOTALS.

      *--------------------------------
      * 1. The extract, line by line
      *--------------------------------
       PROCESS-THE-EXTRACT.
           PERFORM READ-NEXT-EXTRACT-RECORD.
           PERFORM PROCESS-ALL-EXTRACT
               UNTIL EXTRACT-FILE-AT-END = "Y".

       PROCESS-ALL-EXTRACT.
           IF EXT-ACCOUNT NOT = SPACE
               PERFORM PROCESS-THIS-ACCOUNT.
           PERFORM READ-NEXT-EXTRACT-RECORD.

       PROCESS-THIS-ACCOUNT.
           ADD 1 TO EXTRACT-COUNT.
           INSPECT EXT-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT EXT-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           INSPECT EXT-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE EXT-ACCOUNT TO COA-ACCOUNT.
           PERFORM READ-COA-RECORD.
           IF NOT EXT-IS-OPEN AND NOT EXT-IS-CLOSED
               ADD 1 TO SKIPPED-COUNT
               MOVE "SKIPPED - UNKNOWN GL STATUS" TO RESULT-TEXT
               PERFORM PRINT-EXTRACT-RESULT
           ELSE
           IF COA-RECORD-FOUND = "N"
               PERFORM ADD-THE-ACCOUNT
           ELSE
               PERFORM UPDATE-THE-ACCOUNT.

      *--------------------------------
      * A closed account the chart never
      * had is no use to anyone here.
      *--------------------------------
       ADD-THE-ACCOUNT.
           IF EXT-IS-CLOSED
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE EXT-ACCOUNT TO COA-ACCOUNT
               MOVE EXT-NAME TO COA-NAME
               MOVE "A" TO COA-STATUS
               MOVE "N" TO COA-CAPITAL
               MOVE TODAYS-DATE TO COA-GL-SEEN-DATE
               PERFORM WRITE-COA-RECORD
               ADD 1 TO ADDED-COUNT
               MOVE "ADDED" TO RESULT-TEXT
               PERFORM PRINT-EXTRACT-RESULT.

       UPDATE-THE-ACCOUNT.
           MOVE COA-NAME TO OLD-NAME.
           MOVE TODAYS-DATE TO COA-GL-SEEN-DATE.
           IF EXT-NAME NOT = SPACE AND EXT-NAME NOT = COA-NAME
               MOVE EXT-NAME TO COA-NAME
               ADD 1 TO CHANGED-COUNT
               MOVE "NAME CHANGED" TO RESULT-TEXT
               PERFORM PRINT-EXTRACT-RESULT
               PERFORM PRINT-THE-OLD-NAME.
           IF EXT-IS-CLOSED AND COA-IS-ACTIVE
               MOVE "I" TO COA-STATUS
               ADD 1 TO INACTIVATED-COUNT
               MOVE "INACTIVATED - CLOSED IN THE GL" TO RESULT-TEXT
               PERFORM PRINT-EXTRACT-RESULT.
           IF EXT-IS-OPEN AND COA-IS-INACTIVE
               MOVE "A" TO COA-STATUS
               ADD 1 TO REACTIVATED-COUNT
               MOVE "REACTIVATED - OPEN IN THE GL" TO RESULT-TEXT
               PERFORM PRINT-EXTRACT-RESULT.
           PERFORM REWRITE-COA-RECORD.

      *--------------------------------
      * 2. The sweep - accounts the
      * extract did not carry. What is
      * still referenced anywhere is
      * inactivated, never deleted.
      * More than the table holds are
      * left alone for the next run.
      *--------------------------------
       SWEEP-THE-CHART.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT.
           PERFORM READ-FIRST-COA-RECORD.
           PERFORM FIND-ALL-MISSING
               UNTIL COA-FILE-AT-END = "Y".
           IF USED-SLOTS NOT = ZEROES
               PERFORM MARK-THE-REFERENCES
               PERFORM PRINT-SWEEP-HEADING
               PERFORM RETIRE-ALL-MISSING
                   VARYING MISSING-SUB FROM 1 BY 1
                   UNTIL MISSING-SUB > USED-SLOTS.

       FIND-ALL-MISSING.
           IF COA-GL-SEEN-DATE NOT = TODAYS-DATE
               PERFORM TAKE-A-NEW-SLOT.
           PERFORM READ-NEXT-COA-RECORD.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 500
               ADD 1 TO USED-SLOTS
               MOVE COA-ACCOUNT TO MISSING-ACCOUNT (USED-SLOTS)
               MOVE "N" TO MISSING-IN-USE (USED-SLOTS)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

       MARK-THE-REFERENCES.
           PERFORM READ-FIRST-DETAIL-RECORD.
           PERFORM MARK-ALL-DETAIL-LINES
               UNTIL DETAIL-FILE-AT-END = "Y".
           PERFORM READ-FIRST-VENDOR.
           PERFORM MARK-ALL-VENDORS
               UNTIL VENDOR-FILE-AT-END = "Y".
           PERFORM READ-FIRST-BUDGET.
           PERFORM MARK-ALL-BUDGETS
               UNTIL BUDGET-FILE-AT-END = "Y".
           PERFORM READ-FIRST-BANK-ACCT.
           PERFORM MARK-ALL-BANK-ACCTS
               UNTIL ACCT-FILE-AT-END = "Y".

       MARK-ALL-DETAIL-LINES.
           MOVE VOUCHER-DETAIL-GL-ACCT TO ACCOUNT-TO-CHECK.
           PERFORM MARK-THE-ACCOUNT.
           PERFORM READ-NEXT-DETAIL-RECORD.

       MARK-ALL-VENDORS.
           MOVE VENDOR-EXPENSE-ACCT TO ACCOUNT-TO-CHECK.
           PERFORM MARK-THE-ACCOUNT.
           PERFORM READ-NEXT-VENDOR.

       MARK-ALL-BUDGETS.
           MOVE BUDGET-ACCOUNT TO ACCOUNT-TO-CHECK.
           PERFORM MARK-THE-ACCOUNT.
           PERFORM READ-NEXT-BUDGET.

       MARK-ALL-BANK-ACCTS.
           MOVE ACCT-GL-CASH TO ACCOUNT-TO-CHECK.
           PERFORM MARK-THE-ACCOUNT.
           PERFORM READ-NEXT-BANK-ACCT.

       MARK-THE-ACCOUNT.
           IF ACCOUNT-TO-CHECK NOT = SPACE
               MOVE "N" TO SLOT-FOUND
               PERFORM LOOK-AT-ONE-SLOT
                   VARYING MISSING-SUB FROM 1 BY 1
                   UNTIL MISSING-SUB > USED-SLOTS
                      OR SLOT-FOUND = "Y".

       LOOK-AT-ONE-SLOT.
           IF MISSING-ACCOUNT (MISSING-SUB) = ACCOUNT-TO-CHECK
               MOVE "Y" TO MISSING-IN-USE (MISSING-SUB)
               MOVE "Y" TO SLOT-FOUND.

       RETIRE-ALL-MISSING.
           MOVE MISSING-ACCOUNT (MISSING-SUB) TO COA-ACCOUNT.
           PERFORM READ-COA-RECORD.
           IF COA-RECORD-FOUND = "Y"
               PERFORM RETIRE-THIS-ACCOUNT.

       RETIRE-THIS-ACCOUNT.
           IF MISSING-IN-USE (MISSING-SUB) = "N"
               PERFORM DELETE-COA-RECORD
               ADD 1 TO DELETED-COUNT
               MOVE "NOT IN THE GL - DELETED" TO RESULT-TEXT
               PERFORM PRINT-CHART-RESULT
           ELSE
           IF COA-IS-ACTIVE
               MOVE "I" TO COA-STATUS
               PERFORM REWRITE-COA-RECORD
               ADD 1 TO RETIRED-COUNT
               MOVE "NOT IN GL - IN USE, INACTIVATED"
                   TO RESULT-TEXT
               PERFORM PRINT-CHART-RESULT.

      *--------------------------------
      * 3. What the chart as it now
      * stands leaves exposed - open
      * vouchers, coded line by line or
      * through the vendor's default,
      * and vendor defaults themselves.
      *--------------------------------
       LIST-EXPOSED-VOUCHERS.
           PERFORM PRINT-VOUCHER-HEADING.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM CHECK-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           IF EXPOSED-VOUCHER-COUNT = ZEROES
               MOVE "  NONE" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       CHECK-ALL-VOUCHERS.
           IF VOUCHER-PAID-DATE = ZEROES
               PERFORM CHECK-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       CHECK-THIS-VOUCHER.
           MOVE ZEROES TO DETAIL-LINES-FOUND.
           PERFORM READ-FIRST-DETAIL-LINE.
           PERFORM CHECK-ALL-DETAIL-LINES
               UNTIL DETAIL-FILE-AT-END = "Y".
           IF DETAIL-LINES-FOUND = ZEROES
               PERFORM CHECK-THE-VENDOR-DEFAULT.

       CHECK-ALL-DETAIL-LINES.
           ADD 1 TO DETAIL-LINES-FOUND.
           MOVE VOUCHER-DETAIL-GL-ACCT TO ACCOUNT-TO-CHECK.
           PERFORM CHECK-THE-ACCOUNT.
           IF ACCOUNT-IS-BAD = "Y"
               MOVE SPACE TO PRINT-WHAT
               STRING "VOUCHER " VOUCHER-NUMBER
                      " LINE " VOUCHER-DETAIL-LINE
                   DELIMITED BY SIZE INTO PRINT-WHAT
               PERFORM PRINT-THE-EXPOSURE
               ADD 1 TO EXPOSED-VOUCHER-COUNT.
           PERFORM READ-NEXT-DETAIL-LINE.

       CHECK-THE-VENDOR-DEFAULT.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-EXPENSE-ACCT NOT = SPACE
               MOVE VENDOR-EXPENSE-ACCT TO ACCOUNT-TO-CHECK
               PERFORM CHECK-THE-ACCOUNT
               PERFORM NOTE-A-DEFAULTED-VOUCHER.

       NOTE-A-DEFAULTED-VOUCHER.
           IF ACCOUNT-IS-BAD = "Y"
               MOVE SPACE TO PRINT-WHAT
               STRING "VOUCHER " VOUCHER-NUMBER
                      " VENDOR DEFAULT"
                   DELIMITED BY SIZE INTO PRINT-WHAT
               PERFORM PRINT-THE-EXPOSURE
               ADD 1 TO EXPOSED-VOUCHER-COUNT.

       LIST-EXPOSED-VENDORS.
           PERFORM PRINT-VENDOR-HEADING.
           PERFORM READ-FIRST-VENDOR.
           PERFORM CHECK-ALL-VENDORS
               UNTIL VENDOR-FILE-AT-END = "Y".
           IF EXPOSED-VENDOR-COUNT = ZEROES
               MOVE "  NONE" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       CHECK-ALL-VENDORS.
           IF VENDOR-EXPENSE-ACCT NOT = SPACE
               MOVE VENDOR-EXPENSE-ACCT TO ACCOUNT-TO-CHECK
               PERFORM CHECK-THE-ACCOUNT
               PERFORM NOTE-AN-EXPOSED-VENDOR.
           PERFORM READ-NEXT-VENDOR.

       NOTE-AN-EXPOSED-VENDOR.
           IF ACCOUNT-IS-BAD = "Y"
               MOVE SPACE TO PRINT-WHAT
               STRING VENDOR-NUMBER " " VENDOR-NAME
                   DELIMITED BY SIZE INTO PRINT-WHAT
               PERFORM PRINT-THE-EXPOSURE
               ADD 1 TO EXPOSED-VENDOR-COUNT.

      *--------------------------------
      * Bad is inactive or off the
      * chart altogether; blank coding
      * is suspense, not an exposure.
      *--------------------------------
       CHECK-THE-ACCOUNT.
           MOVE "N" TO ACCOUNT-IS-BAD.
           IF ACCOUNT-TO-CHECK NOT = SPACE
               MOVE ACCOUNT-TO-CHECK TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               PERFORM SET-ACCOUNT-IS-BAD.

       SET-ACCOUNT-IS-BAD.
           IF COA-RECORD-FOUND = "N"
               MOVE "Y" TO ACCOUNT-IS-BAD
               MOVE "NOT ON CHART" TO PRINT-EXPOSED-STATUS
           ELSE
           IF COA-IS-INACTIVE
               MOVE "Y" TO ACCOUNT-IS-BAD
               MOVE "INACTIVE" TO PRINT-EXPOSED-STATUS.

      *--------------------------------
      * Printing routines
      *--------------------------------
       PRINT-EXTRACT-RESULT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE EXT-ACCOUNT TO PRINT-ACCOUNT.
           MOVE EXT-NAME TO PRINT-NAME.
           MOVE RESULT-TEXT TO PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-OLD-NAME.
           MOVE OLD-NAME TO PRINT-OLD-NAME.
           MOVE WAS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-CHART-RESULT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE COA-ACCOUNT TO PRINT-ACCOUNT.
           MOVE COA-NAME TO PRINT-NAME.
           MOVE RESULT-TEXT TO PRINT-RESULT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-EXPOSURE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE ACCOUNT-TO-CHECK TO PRINT-EXPOSED-ACCOUNT.
           MOVE EXPOSURE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-SWEEP-HEADING.
           PERFORM PRINT-A-BLANK-LINE.
           MOVE "ACCOUNTS THE GL NO LONGER CARRIES"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VOUCHER-HEADING.
           PERFORM PRINT-A-BLANK-LINE.
           MOVE "OPEN VOUCHERS CODED TO INACTIVE ACCOUNTS"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VENDOR-HEADING.
           PERFORM PRINT-A-BLANK-LINE.
           MOVE "VENDOR DEFAULT ACCOUNTS NOW INACTIVE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-A-BLANK-LINE.
           IF LINE-COUNT > MAXIMUM-LINES - 3
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           PERFORM PRINT-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ACCOUNTS IN THE EXTRACT:      " EXTRACT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ADDED:                        " ADDED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NAMES CHANGED:                " CHANGED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "INACTIVATED (CLOSED IN GL):   " INACTIVATED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "REACTIVATED:                  " REACTIVATED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SKIPPED:                      " SKIPPED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NOT IN GL - DELETED:          " DELETED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NOT IN GL - INACTIVATED:      " RETIRED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "NOT IN GL - LEFT FOR NEXT RUN: " OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "OPEN VOUCHER CODINGS EXPOSED: " EXPOSED-VOUCHER-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "VENDOR DEFAULTS EXPOSED:      " EXPOSED-VENDOR-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
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
       READ-NEXT-EXTRACT-RECORD.
           MOVE "N" TO EXTRACT-FILE-AT-END.
           READ COA-EXTRACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EXTRACT-FILE-AT-END.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

       READ-FIRST-COA-RECORD.
           MOVE LOW-VALUES TO COA-ACCOUNT.
           MOVE "N" TO COA-FILE-AT-END.
           START COA-FILE
               KEY NOT < COA-ACCOUNT
               INVALID KEY
               MOVE "Y" TO COA-FILE-AT-END.
           IF COA-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-COA-RECORD.

       READ-NEXT-COA-RECORD.
           MOVE "N" TO COA-FILE-AT-END.
           READ COA-FILE NEXT RECORD
               AT END
               MOVE "Y" TO COA-FILE-AT-END.

       WRITE-COA-RECORD.
           WRITE COA-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING ACCOUNT RECORD".

       REWRITE-COA-RECORD.
           REWRITE COA-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ACCOUNT RECORD".

       DELETE-COA-RECORD.
           DELETE COA-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ACCOUNT RECORD".

       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
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

       READ-FIRST-DETAIL-RECORD.
           MOVE LOW-VALUES TO VOUCHER-DETAIL-KEY.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL-RECORD.

       READ-NEXT-DETAIL-RECORD.
           MOVE "N" TO DETAIL-FILE-AT-END.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DETAIL-FILE-AT-END.

       READ-FIRST-DETAIL-LINE.
           MOVE VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE ZEROES TO VOUCHER-DETAIL-LINE.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL-LINE.

       READ-NEXT-DETAIL-LINE.
           PERFORM READ-NEXT-DETAIL-RECORD.
           IF DETAIL-FILE-AT-END NOT = "Y"
               IF VOUCHER-DETAIL-NUMBER NOT = VOUCHER-NUMBER
                   MOVE "Y" TO DETAIL-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-FIRST-VENDOR.
           MOVE LOW-VALUES TO VENDOR-NUMBER.
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

       READ-FIRST-BUDGET.
           MOVE LOW-VALUES TO BUDGET-KEY.
           MOVE "N" TO BUDGET-FILE-AT-END.
           START BUDGET-FILE
               KEY NOT < BUDGET-KEY
               INVALID KEY
               MOVE "Y" TO BUDGET-FILE-AT-END.
           IF BUDGET-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BUDGET.

       READ-NEXT-BUDGET.
           MOVE "N" TO BUDGET-FILE-AT-END.
           READ BUDGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BUDGET-FILE-AT-END.

       READ-FIRST-BANK-ACCT.
           MOVE LOW-VALUES TO ACCT-NUMBER.
           MOVE "N" TO ACCT-FILE-AT-END.
           START BANK-ACCT-FILE
               KEY NOT < ACCT-NUMBER
               INVALID KEY
               MOVE "Y" TO ACCT-FILE-AT-END.
           IF ACCT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BANK-ACCT.

       READ-NEXT-BANK-ACCT.
           MOVE "N" TO ACCT-FILE-AT-END.
           READ BANK-ACCT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ACCT-FILE-AT-END.

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

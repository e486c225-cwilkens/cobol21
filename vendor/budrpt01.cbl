      * has none. Actuals land in the
      * month the voucher was paid.
      *
      * Two lines per account. The first
      * is the funds position: annual
      * budget, encumbered (the open
      * balance of open POs bought
      * against the account in the
      * year), YTD actual, and what is
      * available after both. The second
      * is the month actual and budget,
      * the YTD budget and the YTD
      * variance. An account whose actual
      * and encumbrances pass its ANNUAL
      * figure is flagged *OVER*.
      * Accounts with a budget, or only
      * encumbrances, but no spending
      * print too - an untouched plan is
      * also news.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slcoa01.cbl".

           COPY "slpo01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdpo01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".
       77  HISTORY-FILE-AT-END      PIC X.
       77  DETAIL-FILE-AT-END       PIC X.
       77  BUDGET-FILE-AT-END       PIC X.
       77  PO-FILE-AT-END           PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  BUDGET-RECORD-FOUND      PIC X.
       77  COA-RECORD-FOUND         PIC X.
       77  YTD-BUDGET               PIC S9(9)V99.
       77  THE-VARIANCE             PIC S9(9)V99.
       77  ANNUAL-FIGURE            PIC S9(9)V99.
       77  ENCUMBERED-FIGURE        PIC S9(9)V99.
       77  AVAILABLE-FIGURE         PIC S9(9)V99.

       77  SUSPENSE-ACCOUNT         PIC X(15)
                                    VALUE "9999-SUSPENSE".
               10  ACT-MONTH        PIC S9(8)V99 OCCURS 12 TIMES.
               10  ACT-BUD-ANNUAL   PIC S9(9)V99.
               10  ACT-BUD-MONTH    PIC S9(8)V99 OCCURS 12 TIMES.
               10  ACT-ENCUMBERED   PIC S9(9)V99.
               10  ACT-HAS-BUDGET   PIC X.
               10  ACT-PRINTED      PIC X.


       01  COLUMN-LINE.
           05  FILLER               PIC X(16) VALUE "ACCOUNT".
           05  FILLER               PIC X(14) VALUE "   ANNUAL BUD".
           05  FILLER               PIC X(14) VALUE "   ENCUMBERED".
           05  FILLER               PIC X(14) VALUE "   YTD ACTUAL".
           05  FILLER               PIC X(14) VALUE "    AVAILABLE".

       01  COLUMN-LINE-2.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  FILLER               PIC X(14) VALUE "      MTH ACT".
           05  FILLER               PIC X(14) VALUE "      MTH BUD".
           05  FILLER               PIC X(14) VALUE "      YTD BUD".
           05  FILLER               PIC X(14) VALUE "   YTD VARNCE".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT        PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-ANNUAL-BUD     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-ENCUMBERED     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-YTD-ACT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-AVAILABLE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-OVER-FLAG      PIC X(6).

       01  DETAIL-LINE-2.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  PRINT-MTH-ACT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-MTH-BUD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-YTD-BUD        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-VARIANCE       PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT COA-FILE.
           OPEN INPUT PO-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE BUDGET-FILE.
           CLOSE COA-FILE.
           CLOSE PO-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
               PERFORM GET-REPORT-MONTH
               PERFORM TALLY-THE-ACTUALS
               PERFORM PULL-IN-THE-BUDGETS
               PERFORM PULL-IN-THE-ENCUMBRANCES
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           MOVE "N" TO ACT-HAS-BUDGET (ACCOUNT-SUB).
           MOVE "N" TO ACT-PRINTED (ACCOUNT-SUB).
           MOVE ZEROES TO ACT-BUD-ANNUAL (ACCOUNT-SUB).
           MOVE ZEROES TO ACT-ENCUMBERED (ACCOUNT-SUB).
           PERFORM INIT-ONE-SLOT-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE BUDGET-MONTH (MONTH-SUB)
               TO ACT-BUD-MONTH (ACCOUNT-SUB MONTH-SUB).

      *--------------------------------
      * The open balance of every open
      * PO bought against an account in
      * the report year is encumbered -
      * billing and closing the PO take
      * it back off.
      *--------------------------------
       PULL-IN-THE-ENCUMBRANCES.
           PERFORM READ-FIRST-PO.
           PERFORM PULL-ONE-ENCUMBRANCE
               UNTIL PO-FILE-AT-END = "Y".

       PULL-ONE-ENCUMBRANCE.
           IF PO-IS-OPEN
                   AND PO-GL-ACCOUNT NOT = SPACE
                   AND PO-BUDGET-YEAR = REPORT-YEAR
                   AND PO-AMOUNT > PO-INVOICED
               MOVE PO-GL-ACCOUNT TO TALLY-ACCOUNT
               PERFORM FIND-THE-ACCOUNT-SLOT
               IF SLOT-FOUND = "Y"
                   COMPUTE ACT-ENCUMBERED (ACCOUNT-SUB) =
                       ACT-ENCUMBERED (ACCOUNT-SUB)
                       + PO-AMOUNT - PO-INVOICED.
           PERFORM READ-NEXT-PO.

      *--------------------------------
      * Print in account order -
      * lowest unprinted slot each time
               UNTIL MONTH-SUB > REPORT-MONTH.
           COMPUTE THE-VARIANCE = YTD-BUDGET - YTD-ACTUAL.
           MOVE ACT-BUD-ANNUAL (BEST-SUB) TO ANNUAL-FIGURE.
           MOVE ACT-ENCUMBERED (BEST-SUB) TO ENCUMBERED-FIGURE.
           COMPUTE AVAILABLE-FIGURE =
               ANNUAL-FIGURE - ENCUMBERED-FIGURE - YTD-ACTUAL.

           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE ACT-ACCOUNT (BEST-SUB) TO PRINT-ACCOUNT.
           MOVE ANNUAL-FIGURE TO PRINT-ANNUAL-BUD.
           MOVE ENCUMBERED-FIGURE TO PRINT-ENCUMBERED.
           MOVE YTD-ACTUAL TO PRINT-YTD-ACT.
           MOVE AVAILABLE-FIGURE TO PRINT-AVAILABLE.
           IF ACT-HAS-BUDGET (BEST-SUB) = "Y"
                   AND AVAILABLE-FIGURE < ZEROES
               MOVE "*OVER*" TO PRINT-OVER-FLAG
           ELSE
               MOVE SPACE TO PRINT-OVER-FLAG.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE MONTH-ACTUAL TO PRINT-MTH-ACT.
           MOVE MONTH-BUDGET TO PRINT-MTH-BUD.
           MOVE YTD-BUDGET TO PRINT-YTD-BUD.
           MOVE THE-VARIANCE TO PRINT-VARIANCE.
           MOVE DETAIL-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       ADD-ONE-YTD-MONTH.
           ADD ACT-MONTH (BEST-SUB MONTH-SUB) TO YTD-ACTUAL.
               PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
               AT END
               MOVE "Y" TO BUDGET-FILE-AT-END.

       READ-FIRST-PO.
           MOVE LOW-VALUES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO PO-FILE-AT-END.
           IF PO-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO.

       READ-NEXT-PO.
           MOVE "N" TO PO-FILE-AT-END.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PO-FILE-AT-END.

      *--------------------------------
      * Other file IO routines
      *--------------------------------

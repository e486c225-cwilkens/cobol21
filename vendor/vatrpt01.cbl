       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRPT01.
      *--------------------------------------------
      * Quarterly VAT/GST Reclaim Report
      *
      * For the refund claims filed with each
      * foreign tax authority. Takes every
      * voucher tax split (VCHMNT01) whose
      * invoice is dated in the operator's
      * quarter, by country, supplier and
      * invoice date, and prints for each
      * supplier its tax registration number
      * (TAXMNT01) and for each invoice the net
      * and tax in the invoice currency and in
      * USD, with the recoverable USD.
      *
      * The claim is filed in the invoice
      * currency, so every foreign amount is
      * shown as the supplier billed it;
      * the country and report totals are in
      * USD only, since one country's suppliers
      * may bill in more than one currency. A
      * supplier with no registration on file is
      * flagged - the claim will be refused
      * without it. Split records survive
      * VCHARC01, so an archived voucher is
      * still claimed.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvtx01.cbl".

           COPY "slvtr01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "wvatrpt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvtx01.cbl".

           COPY "fdvtr01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-VOUCHER          PIC 9(7).
           05  WORK-VENDOR           PIC 9(7).
           05  WORK-INVOICE          PIC X(15).
           05  WORK-INVOICE-DATE     PIC 9(8).
           05  WORK-TAX-CODE         PIC X(4).
           05  WORK-COUNTRY          PIC X(2).
           05  WORK-RATE             PIC 9(2)V99.
           05  WORK-RECOVER-PCT      PIC 9(3)V99.
           05  WORK-CURRENCY         PIC X(3).
           05  WORK-NET-FOREIGN      PIC S9(8)V99.
           05  WORK-TAX-FOREIGN      PIC S9(8)V99.
           05  WORK-RECOVER-FOREIGN  PIC S9(8)V99.
           05  WORK-NET-USD          PIC S9(8)V99.
           05  WORK-TAX-USD          PIC S9(8)V99.
           05  WORK-RECOVER-USD      PIC S9(8)V99.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-VOUCHER          PIC 9(7).
           05  SORT-VENDOR           PIC 9(7).
           05  SORT-INVOICE          PIC X(15).
           05  SORT-INVOICE-DATE     PIC 9(8).
           05  SORT-TAX-CODE         PIC X(4).
           05  SORT-COUNTRY          PIC X(2).
           05  SORT-RATE             PIC 9(2)V99.
           05  SORT-RECOVER-PCT      PIC 9(3)V99.
           05  SORT-CURRENCY         PIC X(3).
           05  SORT-NET-FOREIGN      PIC S9(8)V99.
           05  SORT-TAX-FOREIGN      PIC S9(8)V99.
           05  SORT-RECOVER-FOREIGN  PIC S9(8)V99.
           05  SORT-NET-USD          PIC S9(8)V99.
           05  SORT-TAX-USD          PIC S9(8)V99.
           05  SORT-RECOVER-USD      PIC S9(8)V99.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  VTR-RECORD-FOUND         PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

       77  CURRENT-COUNTRY          PIC X(2).
       77  PREVIOUS-COUNTRY         PIC X(2) VALUE SPACE.
       77  CURRENT-VENDOR           PIC 9(7).
       77  PREVIOUS-VENDOR          PIC 9(7) VALUE ZEROES.

       77  REPORT-YEAR              PIC 9(4).
       77  REPORT-QUARTER           PIC 9.
           88  REPORT-QUARTER-IS-VALID  VALUES 1 THRU 4.
       77  FROM-DATE                PIC 9(8).
       77  THRU-DATE                PIC 9(8).
       77  QUARTER-FIRST-MONTH      PIC 99.
       77  QUARTER-LAST-MONTH       PIC 99.

       77  COUNTRY-NET-USD          PIC S9(10)V99 VALUE ZEROES.
       77  COUNTRY-TAX-USD          PIC S9(10)V99 VALUE ZEROES.
       77  COUNTRY-RECOVER-USD      PIC S9(10)V99 VALUE ZEROES.
       77  GRAND-NET-USD            PIC S9(10)V99 VALUE ZEROES.
       77  GRAND-TAX-USD            PIC S9(10)V99 VALUE ZEROES.
       77  GRAND-RECOVER-USD        PIC S9(10)V99 VALUE ZEROES.

       77  INVOICE-COUNT            PIC 9(5) VALUE ZEROES.
       77  NO-REG-COUNT             PIC 9(5) VALUE ZEROES.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  COUNTRY-LINE.
           05  FILLER                PIC X(9)  VALUE "COUNTRY: ".
           05  PRINT-COUNTRY         PIC X(2).

       01  VENDOR-LINE.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-NAME            PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "REG NO: ".
           05  PRINT-REG-NUMBER      PIC X(20).

       01  DETAIL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-INVOICE         PIC X(15).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-DATE            PIC Z9/99/9999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-CURRENCY        PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-NET-FOREIGN     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TAX-FOREIGN     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TAX-CODE        PIC X(4).

       01  USD-LINE.
           05  FILLER                PIC X(32) VALUE SPACE.
           05  PRINT-USD-LABEL       PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-NET-USD         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TAX-USD         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-RECOVER-USD     PIC ZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-TOTAL-LABEL     PIC X(30).
           05  FILLER                PIC X(4)  VALUE "USD ".
           05  PRINT-TOTAL-NET       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TOTAL-TAX       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TOTAL-RECOVER   PIC ZZ,ZZZ,ZZ9.99-.

       01  COLUMN-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(16) VALUE "INVOICE".
           05  FILLER                PIC X(11) VALUE "DATE".
           05  FILLER                PIC X(4)  VALUE "CUR".
           05  FILLER                PIC X(15) VALUE "            NET".
           05  FILLER                PIC X(15) VALUE "            TAX".
           05  FILLER                PIC X(4)  VALUE "CODE".

       01  COLUMN-LINE-2.
           05  FILLER                PIC X(36) VALUE SPACE.
           05  FILLER                PIC X(15) VALUE "        NET USD".
           05  FILLER                PIC X(15) VALUE "        TAX USD".
           05  FILLER                PIC X(14) VALUE "   RECOVERABLE".

       01  TITLE-LINE.
           05  FILLER                PIC X(14) VALUE SPACE.
           05  FILLER                PIC X(28)
               VALUE "VAT/GST RECLAIM - QUARTER ".
           05  PRINT-TITLE-QUARTER   PIC 9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-TITLE-YEAR      PIC 9(4).
           05  FILLER                PIC X(18) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "VATRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-THE-QUARTER
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE VAT/GST RECLAIM REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * The quarter is the calendar
      * quarter the invoices are dated
      * in - the claim period the tax
      * authorities use.
      *--------------------------------
       GET-THE-QUARTER.
           PERFORM GET-REPORT-YEAR.
           PERFORM GET-REPORT-QUARTER.
           COMPUTE QUARTER-LAST-MONTH = REPORT-QUARTER * 3.
           COMPUTE QUARTER-FIRST-MONTH = QUARTER-LAST-MONTH - 2.
           COMPUTE FROM-DATE = REPORT-YEAR * 10000
                             + QUARTER-FIRST-MONTH * 100 + 1.
           COMPUTE THRU-DATE = REPORT-YEAR * 10000
                             + QUARTER-LAST-MONTH * 100 + 31.

       GET-REPORT-YEAR.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1900.

       ACCEPT-REPORT-YEAR.
           DISPLAY "YEAR (YYYY)?".
           ACCEPT REPORT-YEAR.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "A FOUR-DIGIT YEAR IS REQUIRED".
           PERFORM ACCEPT-REPORT-YEAR.

       GET-REPORT-QUARTER.
           PERFORM ACCEPT-REPORT-QUARTER.
           PERFORM RE-ACCEPT-REPORT-QUARTER
               UNTIL REPORT-QUARTER-IS-VALID.

       ACCEPT-REPORT-QUARTER.
           DISPLAY "QUARTER (1-4)?".
           ACCEPT REPORT-QUARTER.

       RE-ACCEPT-REPORT-QUARTER.
           DISPLAY "THE QUARTER MUST BE 1 THRU 4".
           PERFORM ACCEPT-REPORT-QUARTER.

      *--------------------------------
      * Sorting logic - by country,
      * supplier and invoice date
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-COUNTRY
                                SORT-VENDOR
                                SORT-INVOICE-DATE
                                SORT-INVOICE
               USING VOUCHER-TAX-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VENDOR-TAX-REG-FILE.
           OPEN INPUT WORK-FILE.
           MOVE REPORT-QUARTER TO PRINT-TITLE-QUARTER.
           MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
           PERFORM START-NEW-PAGE.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM PROCESS-INVOICES.
           PERFORM PRINT-THE-GRAND-TOTAL.
           CLOSE WORK-FILE.
           CLOSE VENDOR-TAX-REG-FILE.
           CLOSE VENDOR-FILE.

       PROCESS-INVOICES.
           PERFORM READ-FIRST-VALID-WORK.
           IF WORK-FILE-AT-END = "Y"
               MOVE "NO VAT/GST INVOICES ARE DATED IN THE QUARTER"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PROCESS-ALL-INVOICES
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-COUNTRY-GROUP.

       PROCESS-ALL-INVOICES.
           MOVE WORK-COUNTRY TO CURRENT-COUNTRY.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM START-COUNTRY-GROUP
               PERFORM START-VENDOR-GROUP
           ELSE
           IF CURRENT-COUNTRY NOT = PREVIOUS-COUNTRY
               PERFORM END-COUNTRY-GROUP
               PERFORM START-COUNTRY-GROUP
               PERFORM START-VENDOR-GROUP
           ELSE
           IF CURRENT-VENDOR NOT = PREVIOUS-VENDOR
               PERFORM START-VENDOR-GROUP.
           PERFORM PRINT-THE-INVOICE.
           ADD 1 TO INVOICE-COUNT.
           ADD WORK-NET-USD TO COUNTRY-NET-USD.
           ADD WORK-TAX-USD TO COUNTRY-TAX-USD.
           ADD WORK-RECOVER-USD TO COUNTRY-RECOVER-USD.
           MOVE CURRENT-COUNTRY TO PREVIOUS-COUNTRY.
           MOVE CURRENT-VENDOR TO PREVIOUS-VENDOR.
           PERFORM READ-NEXT-VALID-WORK.

       START-COUNTRY-GROUP.
           MOVE ZEROES TO COUNTRY-NET-USD COUNTRY-TAX-USD
                          COUNTRY-RECOVER-USD.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE CURRENT-COUNTRY TO PRINT-COUNTRY.
           MOVE COUNTRY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The supplier's registration
      * number heads its invoices - the
      * claim quotes it against each.
      *--------------------------------
       START-VENDOR-GROUP.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
           MOVE CURRENT-VENDOR TO VTR-VENDOR.
           PERFORM READ-VTR-RECORD.
           IF VTR-RECORD-FOUND = "N"
               MOVE "*NONE - SEE TAXMNT01" TO VTR-REG-NUMBER
               ADD 1 TO NO-REG-COUNT.
           MOVE CURRENT-VENDOR TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE VTR-REG-NUMBER TO PRINT-REG-NUMBER.
           MOVE VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-INVOICE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE WORK-INVOICE TO PRINT-INVOICE.
           MOVE WORK-INVOICE-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-DATE.
           MOVE WORK-CURRENCY TO PRINT-CURRENCY.
           MOVE WORK-NET-FOREIGN TO PRINT-NET-FOREIGN.
           MOVE WORK-TAX-FOREIGN TO PRINT-TAX-FOREIGN.
           MOVE WORK-TAX-CODE TO PRINT-TAX-CODE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "USD" TO PRINT-USD-LABEL.
           MOVE WORK-NET-USD TO PRINT-NET-USD.
           MOVE WORK-TAX-USD TO PRINT-TAX-USD.
           MOVE WORK-RECOVER-USD TO PRINT-RECOVER-USD.
           MOVE USD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-COUNTRY-GROUP.
           MOVE SPACE TO PRINT-TOTAL-LABEL.
           STRING "TOTAL FOR " PREVIOUS-COUNTRY
               DELIMITED BY SIZE INTO PRINT-TOTAL-LABEL.
           MOVE COUNTRY-NET-USD TO PRINT-TOTAL-NET.
           MOVE COUNTRY-TAX-USD TO PRINT-TOTAL-TAX.
           MOVE COUNTRY-RECOVER-USD TO PRINT-TOTAL-RECOVER.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           ADD COUNTRY-NET-USD TO GRAND-NET-USD.
           ADD COUNTRY-TAX-USD TO GRAND-TAX-USD.
           ADD COUNTRY-RECOVER-USD TO GRAND-RECOVER-USD.

       PRINT-THE-GRAND-TOTAL.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "REPORT TOTAL" TO PRINT-TOTAL-LABEL.
           MOVE GRAND-NET-USD TO PRINT-TOTAL-NET.
           MOVE GRAND-TAX-USD TO PRINT-TOTAL-TAX.
           MOVE GRAND-RECOVER-USD TO PRINT-TOTAL-RECOVER.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "INVOICES: " INVOICE-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF NO-REG-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "SUPPLIERS WITH NO REGISTRATION NUMBER: "
                      NO-REG-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "RECOVERABLE USD MUST AGREE WITH 1450-VATRECV"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "FOR INVOICES PAID AND POSTED THROUGH GLEXP01."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-SPOOL-LINE.

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
           PERFORM WRITE-A-BLANK-LINE.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines
      * - only split invoices dated in
      * the quarter
      *--------------------------------
       READ-FIRST-VALID-WORK.
           PERFORM READ-NEXT-VALID-WORK.

       READ-NEXT-VALID-WORK.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM READ-NEXT-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y"
                  OR (    WORK-TAX-CODE NOT = SPACE
                      AND WORK-INVOICE-DATE NOT < FROM-DATE
                      AND WORK-INVOICE-DATE NOT > THRU-DATE).

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

      *--------------------------------
      * Other file IO routines
      *--------------------------------
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-VTR-RECORD.
           MOVE "Y" TO VTR-RECORD-FOUND.
           READ VENDOR-TAX-REG-FILE RECORD
               INVALID KEY
               MOVE "N" TO VTR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

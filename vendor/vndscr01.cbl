       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSCR01.
      *------------------------------------
      * Vendor Performance Scorecard
      *
      * Grades every supplier over an
      * operator-entered period on four
      * measures and rolls them into one
      * weighted overall grade:
      *
      *  DELIVERY   - receipts keyed in the
      *               period against a PO
      *               with an expected date;
      *               on time when
      *               RECEIPT-DATE is not
      *               after PO-EXPECTED-DATE.
      *  ACCURACY   - invoices dated in the
      *               period (live and
      *               history); an invoice
      *               is an exception while
      *               it sits on a dispute
      *               hold (any
      *               VOUCHER-HOLD-REASON)
      *               or, open against a PO,
      *               while the receipts do
      *               not cover what has
      *               been invoiced (the
      *               RCPRPT01 three-way
      *               match exception).
      *  CREDITS    - credit memo dollars in
      *               the period as a share
      *               of invoice dollars;
      *               scored 100 less that
      *               percentage.
      *  COMPLIANCE - certificates on file;
      *               25 points off for each
      *               one expired by the end
      *               of the period.
      *
      * Each measure scores 0 to 100. The
      * overall grade weighs them by
      * DELIVERY-WEIGHT, ACCURACY-WEIGHT,
      * CREDIT-WEIGHT and
      * COMPLIANCE-WEIGHT, spread over only
      * the measures that apply to the
      * vendor (a vendor with no POs
      * carrying an expected date is not
      * marked down for delivery). Letter
      * grades: A 90+, B 80+, C 70+, D 60+,
      * otherwise F.
      *
      * Purchasing can rank every vendor
      * with activity in the period best
      * to worst, or print one vendor's
      * scorecard with the late
      * deliveries, invoice exceptions,
      * credit memos and lapsed
      * certificates behind it - the view
      * wanted before a contract renewal.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slrcpt01.cbl".

           COPY "slpo01.cbl".

           COPY "slcert01.cbl".

           COPY "slvnd02.cbl".

           SELECT EVENT-FILE
               ASSIGN TO "scrpre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EVENT-WORK-FILE
               ASSIGN TO "scrwork"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EVENT-SORT-FILE
               ASSIGN TO "SORT".

           SELECT SCORE-FILE
               ASSIGN TO "scrscore"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RANK-FILE
               ASSIGN TO "scrrank"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCORE-SORT-FILE
               ASSIGN TO "SORT".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdrcpt01.cbl".

           COPY "fdpo01.cbl".

           COPY "fdcert01.cbl".

           COPY "fdvnd04.cbl".

      *------------------------------------
      * One record for each thing that
      * counts toward a vendor's grade.
      * EVENT-KIND: D delivery, I invoice,
      * C credit memo, L certificate.
      * EVENT-GOOD is "N" for a late
      * delivery, an invoice exception or
      * a lapsed certificate. EVENT-OTHER
      * is a delivery's expected date, or
      * the PO of an invoice its receipts
      * do not cover.
      *------------------------------------
       FD  EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-RECORD.
           05  EVENT-VENDOR          PIC 9(7).
           05  EVENT-KIND            PIC X.
           05  EVENT-DATE            PIC 9(8).
           05  EVENT-GOOD            PIC X.
           05  EVENT-REFERENCE       PIC 9(7).
           05  EVENT-OTHER           PIC 9(8).
           05  EVENT-AMOUNT          PIC S9(8)V99.
           05  EVENT-CODE            PIC X(3).

       FD  EVENT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-WORK-RECORD.
           05  WORK-VENDOR           PIC 9(7).
           05  WORK-KIND             PIC X.
           05  WORK-DATE             PIC 9(8).
           05  WORK-GOOD             PIC X.
           05  WORK-REFERENCE        PIC 9(7).
           05  WORK-OTHER            PIC 9(8).
           05  WORK-AMOUNT           PIC S9(8)V99.
           05  WORK-CODE             PIC X(3).

       SD  EVENT-SORT-FILE.

       01  EVENT-SORT-RECORD.
           05  SORT-VENDOR           PIC 9(7).
           05  SORT-KIND             PIC X.
           05  SORT-DATE             PIC 9(8).
           05  SORT-GOOD             PIC X.
           05  SORT-REFERENCE        PIC 9(7).
           05  SORT-OTHER            PIC 9(8).
           05  SORT-AMOUNT           PIC S9(8)V99.
           05  SORT-CODE             PIC X(3).

      *------------------------------------
      * One VENDOR-SCORE per graded vendor.
      *------------------------------------
       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-RECORD              PIC X(32).

       FD  RANK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RANK-RECORD.
           05  RANK-OVERALL          PIC 9(3)V9.
           05  RANK-VENDOR           PIC 9(7).
           05  RANK-DELIVERY         PIC 9(3)V9.
           05  RANK-DELIVERY-RATED   PIC X.
           05  RANK-ACCURACY         PIC 9(3)V9.
           05  RANK-ACCURACY-RATED   PIC X.
           05  RANK-CREDIT           PIC 9(3)V9.
           05  RANK-CREDIT-RATED     PIC X.
           05  RANK-COMPLIANCE       PIC 9(3)V9.
           05  RANK-COMPLY-RATED     PIC X.
           05  RANK-GRADE            PIC X.

       SD  SCORE-SORT-FILE.

       01  SCORE-SORT-RECORD.
           05  SCORE-SORT-OVERALL    PIC 9(3)V9.
           05  SCORE-SORT-VENDOR     PIC 9(7).
           05  FILLER                PIC X(21).

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  REPORT-MODE              PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  HISTORY-FILE-AT-END      PIC X.
       77  RECEIPT-FILE-AT-END      PIC X.
       77  CERT-FILE-AT-END         PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  RANK-FILE-AT-END         PIC X.
       77  PO-RECORD-FOUND          PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

       77  PERIOD-FROM              PIC 9(8).
       77  PERIOD-TO                PIC 9(8).
       77  PERIOD-FROM-FIELD        PIC Z9/99/9999.
       77  PERIOD-TO-FIELD          PIC Z9/99/9999.

       77  ONE-VENDOR               PIC 9(7) VALUE ZEROES.
       77  ERROR-MESSAGE            PIC X(40).

      *------------------------------------
      * How much each measure counts
      * toward the overall grade.
      *------------------------------------
       77  DELIVERY-WEIGHT          PIC 9(3) VALUE 40.
       77  ACCURACY-WEIGHT          PIC 9(3) VALUE 30.
       77  CREDIT-WEIGHT            PIC 9(3) VALUE 20.
       77  COMPLIANCE-WEIGHT        PIC 9(3) VALUE 10.
       77  POINTS-PER-LAPSE         PIC 9(3) VALUE 25.

       77  RECEIPTS-TOTAL           PIC S9(9)V99.

       77  CURRENT-VENDOR           PIC 9(7).
       77  PREVIOUS-VENDOR          PIC 9(7).
       77  DELIVERY-COUNT           PIC 9(5).
       77  ON-TIME-COUNT            PIC 9(5).
       77  INVOICE-COUNT            PIC 9(5).
       77  EXCEPTION-COUNT          PIC 9(5).
       77  INVOICE-DOLLARS          PIC S9(9)V99.
       77  CREDIT-COUNT             PIC 9(5).
       77  CREDIT-DOLLARS           PIC S9(9)V99.
       77  CERT-COUNT               PIC 9(5).
       77  LAPSE-COUNT              PIC 9(5).

       77  CREDIT-PERCENT           PIC S9(5)V9.
       77  WORK-SCORE               PIC S9(5)V9.
       77  WEIGHTED-POINTS          PIC 9(7)V9.
       77  RATED-WEIGHT             PIC 9(3).

       77  GRADED-COUNT             PIC 9(5) VALUE ZEROES.
       77  RANK-NUMBER              PIC 9(5) VALUE ZEROES.

       77  COUNT-FIELD              PIC ZZZZ9.
       77  OTHER-COUNT-FIELD        PIC ZZZZ9.
       77  MONEY-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
       77  REFERENCE-FIELD          PIC ZZZZZZ9.
       77  SCORE-FIELD              PIC ZZ9.9.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

      *------------------------------------
      * A measure that does not apply to
      * the vendor has its -RATED flag "N".
      *------------------------------------
       01  VENDOR-SCORE.
           05  SCORE-OVERALL         PIC 9(3)V9.
           05  SCORE-VENDOR          PIC 9(7).
           05  SCORE-DELIVERY        PIC 9(3)V9.
           05  SCORE-DELIVERY-RATED  PIC X.
           05  SCORE-ACCURACY        PIC 9(3)V9.
           05  SCORE-ACCURACY-RATED  PIC X.
           05  SCORE-CREDIT          PIC 9(3)V9.
           05  SCORE-CREDIT-RATED    PIC X.
           05  SCORE-COMPLIANCE      PIC 9(3)V9.
           05  SCORE-COMPLY-RATED    PIC X.
           05  SCORE-GRADE           PIC X.

       01  TITLE-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  FILLER               PIC X(28)
               VALUE "VENDOR PERFORMANCE SCORECARD".
           05  FILLER               PIC X(21) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  PERIOD-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  FILLER               PIC X(7)  VALUE "PERIOD ".
           05  PRINT-PERIOD-FROM    PIC X(10).
           05  FILLER               PIC X(6)  VALUE " THRU ".
           05  PRINT-PERIOD-TO      PIC X(10).

       01  RANK-COLUMN-LINE.
           05  FILLER               PIC X(5)  VALUE "RANK".
           05  FILLER               PIC X(8)  VALUE " VENDOR".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(7)  VALUE "DELIV".
           05  FILLER               PIC X(7)  VALUE "ACCUR".
           05  FILLER               PIC X(7)  VALUE "CREDT".
           05  FILLER               PIC X(7)  VALUE "COMPL".
           05  FILLER               PIC X(9)  VALUE "TOTAL".
           05  FILLER               PIC X(5)  VALUE "GRADE".

       01  RANK-LINE.
           05  PRINT-RANK           PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-VENDOR-NO      PIC ZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-VENDOR-NAME    PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-DELIVERY       PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-ACCURACY       PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-CREDIT         PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-COMPLIANCE     PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-OVERALL        PIC ZZ9.9.
           05  FILLER               PIC X(4)  VALUE SPACE.
           05  PRINT-GRADE          PIC X.

       01  WEIGHTS-LINE.
           05  FILLER               PIC X(19)
               VALUE "WEIGHTS - DELIVERY ".
           05  PRINT-DELIVERY-WEIGHT PIC ZZ9.
           05  FILLER               PIC X(11) VALUE "  ACCURACY ".
           05  PRINT-ACCURACY-WEIGHT PIC ZZ9.
           05  FILLER               PIC X(10) VALUE "  CREDITS ".
           05  PRINT-CREDIT-WEIGHT  PIC ZZ9.
           05  FILLER               PIC X(13) VALUE "  COMPLIANCE ".
           05  PRINT-COMPLY-WEIGHT  PIC ZZ9.

       01  DETAIL-COLUMN-LINE.
           05  FILLER               PIC X(19) VALUE "ITEM".
           05  FILLER               PIC X(12) VALUE "PO/VOUCHER".
           05  FILLER               PIC X(11) VALUE "DATE".
           05  FILLER               PIC X(20) VALUE "DETAIL".
           05  FILLER               PIC X(14) VALUE "        AMOUNT".

       01  EVENT-LINE.
           05  PRINT-EVENT-WHAT     PIC X(18).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-EVENT-LABEL    PIC X(4).
           05  PRINT-EVENT-REF      PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-EVENT-DATE     PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-EVENT-NOTE     PIC X(20).
           05  PRINT-EVENT-AMOUNT   PIC X(15).

       01  MEASURE-LINE.
           05  PRINT-MEASURE-NAME   PIC X(12).
           05  PRINT-MEASURE-DETAIL PIC X(42).
           05  FILLER               PIC X(6)  VALUE "SCORE ".
           05  PRINT-MEASURE-SCORE  PIC X(5).
           05  FILLER               PIC X(9)  VALUE "  WEIGHT ".
           05  PRINT-MEASURE-WEIGHT PIC ZZ9.

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
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "VNDSCR01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT PO-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE PO-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE VENDOR-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-THE-PERIOD
               PERFORM GET-REPORT-MODE
               PERFORM BUILD-EVENT-FILE
               PERFORM SORT-EVENT-FILE
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT VENDOR PERFORMANCE SCORECARD (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-THE-PERIOD.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PERIOD FROM (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A STARTING DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PERIOD-FROM.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PERIOD-FROM-FIELD.
           MOVE PERIOD-FROM TO MINIMUM-DATE.
           MOVE "PERIOD THRU (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "MUST BE ON OR AFTER THE STARTING DATE"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PERIOD-TO.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PERIOD-TO-FIELD.
           MOVE ZEROES TO MINIMUM-DATE.

       GET-REPORT-MODE.
           PERFORM ACCEPT-REPORT-MODE.
           PERFORM RE-ACCEPT-REPORT-MODE
               UNTIL REPORT-MODE = "R" OR "O".
           IF REPORT-MODE = "O"
               PERFORM ENTER-ONE-VENDOR.

       ACCEPT-REPORT-MODE.
           DISPLAY "R - RANK ALL VENDORS BY GRADE".
           DISPLAY "O - ONE VENDOR'S SCORECARD IN DETAIL".
           DISPLAY "WHICH (R/O)?".
           ACCEPT REPORT-MODE.
           INSPECT REPORT-MODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REPORT-MODE.
           DISPLAY "YOU MUST ENTER R OR O".
           PERFORM ACCEPT-REPORT-MODE.

       ENTER-ONE-VENDOR.
           PERFORM ACCEPT-ONE-VENDOR.
           PERFORM RE-ACCEPT-ONE-VENDOR
               UNTIL VENDOR-RECORD-FOUND = "Y".

       ACCEPT-ONE-VENDOR.
           DISPLAY "ENTER VENDOR".
           ACCEPT ONE-VENDOR.
           PERFORM CHECK-ONE-VENDOR.

       RE-ACCEPT-ONE-VENDOR.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-ONE-VENDOR.

       CHECK-ONE-VENDOR.
           IF ONE-VENDOR = ZEROES
               MOVE "VENDOR MUST BE ENTERED" TO ERROR-MESSAGE
               MOVE "N" TO VENDOR-RECORD-FOUND
           ELSE
               MOVE ONE-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "VENDOR NOT ON FILE" TO ERROR-MESSAGE.

      *--------------------------------
      * Pass 1 - everything that counts
      * toward a grade, one event
      * record apiece. For a single
      * vendor only that vendor's
      * events are kept.
      *--------------------------------
       BUILD-EVENT-FILE.
           OPEN OUTPUT EVENT-FILE.
           PERFORM GATHER-THE-RECEIPTS.
           PERFORM GATHER-THE-VOUCHERS.
           PERFORM GATHER-THE-HISTORY.
           PERFORM GATHER-THE-CERTIFICATES.
           CLOSE EVENT-FILE.

       GATHER-THE-RECEIPTS.
           PERFORM READ-FIRST-RECEIPT.
           PERFORM GATHER-ALL-RECEIPTS
               UNTIL RECEIPT-FILE-AT-END = "Y".

       GATHER-ALL-RECEIPTS.
           IF RECEIPT-DATE NOT < PERIOD-FROM
                   AND RECEIPT-DATE NOT > PERIOD-TO
               PERFORM GATHER-THIS-RECEIPT.
           PERFORM READ-NEXT-RECEIPT.

       GATHER-THIS-RECEIPT.
           MOVE RECEIPT-PO TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y"
                   AND PO-EXPECTED-DATE NOT = ZEROES
               PERFORM WRITE-DELIVERY-EVENT.

       WRITE-DELIVERY-EVENT.
           MOVE PO-VENDOR TO EVENT-VENDOR.
           MOVE "D" TO EVENT-KIND.
           MOVE RECEIPT-DATE TO EVENT-DATE.
           MOVE RECEIPT-PO TO EVENT-REFERENCE.
           MOVE PO-EXPECTED-DATE TO EVENT-OTHER.
           MOVE RECEIPT-AMOUNT TO EVENT-AMOUNT.
           MOVE SPACE TO EVENT-CODE.
           IF RECEIPT-DATE > PO-EXPECTED-DATE
               MOVE "N" TO EVENT-GOOD
           ELSE
               MOVE "Y" TO EVENT-GOOD.
           PERFORM WRITE-EVENT-RECORD.

       GATHER-THE-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM GATHER-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.

       GATHER-ALL-VOUCHERS.
           IF VOUCHER-DATE NOT < PERIOD-FROM
                   AND VOUCHER-DATE NOT > PERIOD-TO
               PERFORM GATHER-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       GATHER-THIS-VOUCHER.
           MOVE VOUCHER-VENDOR TO EVENT-VENDOR.
           MOVE VOUCHER-DATE TO EVENT-DATE.
           MOVE VOUCHER-NUMBER TO EVENT-REFERENCE.
           MOVE ZEROES TO EVENT-OTHER.
           MOVE "Y" TO EVENT-GOOD.
           MOVE SPACE TO EVENT-CODE.
           IF VOUCHER-TYPE-CREDIT
                   AND VOUCHER-INVOICE (1:3) NOT = "PPD"
               MOVE "C" TO EVENT-KIND
               COMPUTE EVENT-AMOUNT = ZERO - VOUCHER-AMOUNT
               PERFORM WRITE-EVENT-RECORD
           ELSE
           IF VOUCHER-TYPE-INVOICE
               MOVE "I" TO EVENT-KIND
               MOVE VOUCHER-AMOUNT TO EVENT-AMOUNT
               PERFORM CHECK-THE-INVOICE
               PERFORM WRITE-EVENT-RECORD.

      *--------------------------------
      * A live invoice is an exception
      * while it is held in dispute, or
      * while it is open against a PO
      * whose receipts do not cover
      * what has been invoiced.
      *--------------------------------
       CHECK-THE-INVOICE.
           IF VOUCHER-IS-HELD
               MOVE "N" TO EVENT-GOOD
               MOVE VOUCHER-HOLD-REASON TO EVENT-CODE
           ELSE
           IF VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-PO-NUMBER NOT = ZEROES
               PERFORM CHECK-THE-MATCH.

       CHECK-THE-MATCH.
           MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "Y"
               PERFORM SUM-THE-PO-RECEIPTS
               IF RECEIPTS-TOTAL < PO-INVOICED
                   MOVE "N" TO EVENT-GOOD
                   MOVE "3WM" TO EVENT-CODE
                   MOVE VOUCHER-PO-NUMBER TO EVENT-OTHER.

       GATHER-THE-HISTORY.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           PERFORM READ-FIRST-HISTORY.
           PERFORM GATHER-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           CLOSE VOUCHER-HISTORY-FILE.

       GATHER-ALL-HISTORY.
           IF VOUCHER-HIST-DATE NOT < PERIOD-FROM
                   AND VOUCHER-HIST-DATE NOT > PERIOD-TO
               PERFORM GATHER-THIS-HISTORY.
           PERFORM READ-NEXT-HISTORY.

       GATHER-THIS-HISTORY.
           MOVE VOUCHER-HIST-VENDOR TO EVENT-VENDOR.
           MOVE VOUCHER-HIST-DATE TO EVENT-DATE.
           MOVE VOUCHER-HIST-NUMBER TO EVENT-REFERENCE.
           MOVE ZEROES TO EVENT-OTHER.
           MOVE "Y" TO EVENT-GOOD.
           MOVE SPACE TO EVENT-CODE.
           IF VOUCHER-HIST-TYPE = "C"
                   AND VOUCHER-HIST-INVOICE (1:3) NOT = "PPD"
               MOVE "C" TO EVENT-KIND
               COMPUTE EVENT-AMOUNT = ZERO - VOUCHER-HIST-AMOUNT
               PERFORM WRITE-EVENT-RECORD
           ELSE
           IF VOUCHER-HIST-TYPE = "I"
               MOVE "I" TO EVENT-KIND
               MOVE VOUCHER-HIST-AMOUNT TO EVENT-AMOUNT
               PERFORM CHECK-THE-HISTORY-INVOICE
               PERFORM WRITE-EVENT-RECORD.

       CHECK-THE-HISTORY-INVOICE.
           IF VOUCHER-HIST-HOLD-STATUS = "H"
               MOVE "N" TO EVENT-GOOD
               MOVE VOUCHER-HIST-HOLD-REASON TO EVENT-CODE.

      *--------------------------------
      * A certificate counts as lapsed
      * when it had expired by the end
      * of the period.
      *--------------------------------
       GATHER-THE-CERTIFICATES.
           OPEN INPUT COMPLIANCE-FILE.
           PERFORM READ-FIRST-CERTIFICATE.
           PERFORM GATHER-ALL-CERTIFICATES
               UNTIL CERT-FILE-AT-END = "Y".
           CLOSE COMPLIANCE-FILE.

       GATHER-ALL-CERTIFICATES.
           MOVE CERT-VENDOR TO EVENT-VENDOR.
           MOVE "L" TO EVENT-KIND.
           MOVE CERT-EXPIRES TO EVENT-DATE.
           MOVE ZEROES TO EVENT-REFERENCE.
           MOVE ZEROES TO EVENT-OTHER.
           MOVE ZEROES TO EVENT-AMOUNT.
           MOVE CERT-TYPE TO EVENT-CODE.
           IF CERT-EXPIRES NOT = ZEROES
                   AND CERT-EXPIRES < PERIOD-TO
               MOVE "N" TO EVENT-GOOD
           ELSE
               MOVE "Y" TO EVENT-GOOD.
           PERFORM WRITE-EVENT-RECORD.
           PERFORM READ-NEXT-CERTIFICATE.

       WRITE-EVENT-RECORD.
           IF ONE-VENDOR = ZEROES
                   OR EVENT-VENDOR = ONE-VENDOR
               WRITE EVENT-RECORD.

      *--------------------------------
      * Sorting logic - each vendor's
      * events together, by kind and
      * date.
      *--------------------------------
       SORT-EVENT-FILE.
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
               ON ASCENDING KEY SORT-KIND
               ON ASCENDING KEY SORT-DATE
               USING EVENT-FILE
               GIVING EVENT-WORK-FILE.

       PRINT-THE-REPORT.
           PERFORM FORMAT-THE-PERIOD.
           IF REPORT-MODE = "O"
               PERFORM PRINT-ONE-VENDOR
           ELSE
               PERFORM PRINT-THE-RANKING.

       FORMAT-THE-PERIOD.
           MOVE PERIOD-FROM-FIELD TO PRINT-PERIOD-FROM.
           MOVE PERIOD-TO-FIELD TO PRINT-PERIOD-TO.

      *--------------------------------
      * One vendor - the exceptions
      * behind the grade as they are
      * read, then the scorecard.
      *--------------------------------
       PRINT-ONE-VENDOR.
           PERFORM START-NEW-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           MOVE ONE-VENDOR TO REFERENCE-FIELD.
           STRING "VENDOR " REFERENCE-FIELD " " VENDOR-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DETAIL-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM CLEAR-VENDOR-TOTALS.
           OPEN INPUT EVENT-WORK-FILE.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM LIST-ONE-EVENT
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE EVENT-WORK-FILE.
           MOVE ONE-VENDOR TO SCORE-VENDOR.
           PERFORM SCORE-THE-VENDOR.
           PERFORM PRINT-THE-SCORECARD.

       LIST-ONE-EVENT.
           PERFORM ADD-TO-VENDOR-TOTALS.
           IF WORK-KIND = "C" OR WORK-GOOD = "N"
               PERFORM PRINT-THE-EVENT.
           PERFORM READ-NEXT-WORK-RECORD.

       PRINT-THE-EVENT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO EVENT-LINE.
           MOVE WORK-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-EVENT-DATE.
           MOVE WORK-REFERENCE TO REFERENCE-FIELD.
           MOVE REFERENCE-FIELD TO PRINT-EVENT-REF.
           MOVE WORK-AMOUNT TO MONEY-FIELD.
           MOVE MONEY-FIELD TO PRINT-EVENT-AMOUNT.
           IF WORK-KIND = "D"
               PERFORM FORMAT-LATE-DELIVERY
           ELSE
           IF WORK-KIND = "I"
               PERFORM FORMAT-INVOICE-EXCEPTION
           ELSE
           IF WORK-KIND = "C"
               MOVE "CREDIT MEMO" TO PRINT-EVENT-WHAT
               MOVE "VCH" TO PRINT-EVENT-LABEL
           ELSE
               PERFORM FORMAT-LAPSED-CERTIFICATE.
           MOVE EVENT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       FORMAT-LATE-DELIVERY.
           MOVE "LATE DELIVERY" TO PRINT-EVENT-WHAT.
           MOVE "PO" TO PRINT-EVENT-LABEL.
           MOVE WORK-OTHER TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           STRING "EXPECTED " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINT-EVENT-NOTE.

       FORMAT-INVOICE-EXCEPTION.
           MOVE "VCH" TO PRINT-EVENT-LABEL.
           IF WORK-CODE = "3WM"
               MOVE "RECEIPTS SHORT" TO PRINT-EVENT-WHAT
               MOVE WORK-OTHER TO REFERENCE-FIELD
               STRING "PO " REFERENCE-FIELD
                   DELIMITED BY SIZE INTO PRINT-EVENT-NOTE
           ELSE
               MOVE "INVOICE DISPUTED" TO PRINT-EVENT-WHAT
               STRING "HOLD REASON " WORK-CODE
                   DELIMITED BY SIZE INTO PRINT-EVENT-NOTE.

       FORMAT-LAPSED-CERTIFICATE.
           MOVE "CERTIFICATE LAPSED" TO PRINT-EVENT-WHAT.
           MOVE SPACE TO PRINT-EVENT-REF.
           MOVE SPACE TO PRINT-EVENT-AMOUNT.
           STRING "TYPE " WORK-CODE " EXPIRED"
               DELIMITED BY SIZE INTO PRINT-EVENT-NOTE.

       PRINT-THE-SCORECARD.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF DELIVERY-COUNT + INVOICE-COUNT + CREDIT-COUNT
                   = ZEROES
               MOVE "NO DELIVERIES OR INVOICES IN THE PERIOD"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-DELIVERY-MEASURE.
           PERFORM PRINT-ACCURACY-MEASURE.
           PERFORM PRINT-CREDIT-MEASURE.
           PERFORM PRINT-COMPLIANCE-MEASURE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           IF RATED-WEIGHT = ZEROES
               MOVE "OVERALL GRADE: NOT RATED" TO PRINTER-RECORD
           ELSE
               MOVE SCORE-OVERALL TO SCORE-FIELD
               STRING "OVERALL SCORE: " SCORE-FIELD
                   "   GRADE: " SCORE-GRADE
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-DELIVERY-MEASURE.
           MOVE SPACE TO MEASURE-LINE.
           MOVE "DELIVERY" TO PRINT-MEASURE-NAME.
           MOVE ON-TIME-COUNT TO COUNT-FIELD.
           MOVE DELIVERY-COUNT TO OTHER-COUNT-FIELD.
           STRING COUNT-FIELD " OF " OTHER-COUNT-FIELD
               " RECEIPTS ON TIME"
               DELIMITED BY SIZE INTO PRINT-MEASURE-DETAIL.
           MOVE SCORE-DELIVERY-RATED TO PRINT-MEASURE-SCORE.
           MOVE SCORE-DELIVERY TO SCORE-FIELD.
           MOVE DELIVERY-WEIGHT TO PRINT-MEASURE-WEIGHT.
           PERFORM PRINT-THE-MEASURE.

       PRINT-ACCURACY-MEASURE.
           MOVE SPACE TO MEASURE-LINE.
           MOVE "ACCURACY" TO PRINT-MEASURE-NAME.
           MOVE EXCEPTION-COUNT TO COUNT-FIELD.
           MOVE INVOICE-COUNT TO OTHER-COUNT-FIELD.
           STRING COUNT-FIELD " OF " OTHER-COUNT-FIELD
               " INVOICES IN EXCEPTION"
               DELIMITED BY SIZE INTO PRINT-MEASURE-DETAIL.
           MOVE SCORE-ACCURACY-RATED TO PRINT-MEASURE-SCORE.
           MOVE SCORE-ACCURACY TO SCORE-FIELD.
           MOVE ACCURACY-WEIGHT TO PRINT-MEASURE-WEIGHT.
           PERFORM PRINT-THE-MEASURE.

       PRINT-CREDIT-MEASURE.
           MOVE SPACE TO MEASURE-LINE.
           MOVE "CREDITS" TO PRINT-MEASURE-NAME.
           MOVE CREDIT-DOLLARS TO MONEY-FIELD.
           STRING MONEY-FIELD " IN CREDIT MEMOS"
               DELIMITED BY SIZE INTO PRINT-MEASURE-DETAIL.
           MOVE SCORE-CREDIT-RATED TO PRINT-MEASURE-SCORE.
           MOVE SCORE-CREDIT TO SCORE-FIELD.
           MOVE CREDIT-WEIGHT TO PRINT-MEASURE-WEIGHT.
           PERFORM PRINT-THE-MEASURE.
           MOVE SPACE TO MEASURE-LINE.
           MOVE INVOICE-DOLLARS TO MONEY-FIELD.
           STRING MONEY-FIELD " INVOICED"
               DELIMITED BY SIZE INTO PRINT-MEASURE-DETAIL.
           MOVE MEASURE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-COMPLIANCE-MEASURE.
           MOVE SPACE TO MEASURE-LINE.
           MOVE "COMPLIANCE" TO PRINT-MEASURE-NAME.
           MOVE LAPSE-COUNT TO COUNT-FIELD.
           MOVE CERT-COUNT TO OTHER-COUNT-FIELD.
           STRING COUNT-FIELD " OF " OTHER-COUNT-FIELD
               " CERTIFICATES LAPSED"
               DELIMITED BY SIZE INTO PRINT-MEASURE-DETAIL.
           MOVE SCORE-COMPLY-RATED TO PRINT-MEASURE-SCORE.
           MOVE SCORE-COMPLIANCE TO SCORE-FIELD.
           MOVE COMPLIANCE-WEIGHT TO PRINT-MEASURE-WEIGHT.
           PERFORM PRINT-THE-MEASURE.

      *--------------------------------
      * PRINT-MEASURE-SCORE arrives
      * holding the measure's -RATED
      * flag and SCORE-FIELD its score.
      *--------------------------------
       PRINT-THE-MEASURE.
           IF PRINT-MEASURE-SCORE = "Y"
               MOVE SCORE-FIELD TO PRINT-MEASURE-SCORE
           ELSE
               MOVE "  N/A" TO PRINT-MEASURE-SCORE.
           MOVE MEASURE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * All vendors - score each vendor
      * with activity at its control
      * break, then sort best first.
      *--------------------------------
       PRINT-THE-RANKING.
           PERFORM BUILD-SCORE-FILE.
           SORT SCORE-SORT-FILE
               ON DESCENDING KEY SCORE-SORT-OVERALL
               ON ASCENDING KEY SCORE-SORT-VENDOR
               USING SCORE-FILE
               GIVING RANK-FILE.
           PERFORM START-NEW-PAGE.
           OPEN INPUT RANK-FILE.
           PERFORM READ-NEXT-RANK-RECORD.
           PERFORM PRINT-ALL-RANKS
               UNTIL RANK-FILE-AT-END = "Y".
           CLOSE RANK-FILE.
           PERFORM PRINT-RANKING-TOTALS.

       BUILD-SCORE-FILE.
           OPEN OUTPUT SCORE-FILE.
           OPEN INPUT EVENT-WORK-FILE.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM SCORE-ALL-EVENTS
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-VENDOR-GROUP.
           CLOSE EVENT-WORK-FILE.
           CLOSE SCORE-FILE.

       SCORE-ALL-EVENTS.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM CLEAR-VENDOR-TOTALS
           ELSE
           IF CURRENT-VENDOR NOT = PREVIOUS-VENDOR
               PERFORM END-VENDOR-GROUP
               PERFORM CLEAR-VENDOR-TOTALS.
           PERFORM ADD-TO-VENDOR-TOTALS.
           MOVE CURRENT-VENDOR TO PREVIOUS-VENDOR.
           PERFORM READ-NEXT-WORK-RECORD.

      *--------------------------------
      * A vendor with only certificates
      * on file and nothing bought or
      * billed in the period is left
      * off the ranking.
      *--------------------------------
       END-VENDOR-GROUP.
           IF DELIVERY-COUNT + INVOICE-COUNT + CREDIT-COUNT
                   NOT = ZEROES
               MOVE PREVIOUS-VENDOR TO SCORE-VENDOR
               PERFORM SCORE-THE-VENDOR
               IF RATED-WEIGHT NOT = ZEROES
                   ADD 1 TO GRADED-COUNT
                   MOVE VENDOR-SCORE TO SCORE-RECORD
                   WRITE SCORE-RECORD.

       CLEAR-VENDOR-TOTALS.
           MOVE ZEROES TO DELIVERY-COUNT ON-TIME-COUNT
                          INVOICE-COUNT EXCEPTION-COUNT
                          INVOICE-DOLLARS CREDIT-COUNT
                          CREDIT-DOLLARS CERT-COUNT LAPSE-COUNT.

       ADD-TO-VENDOR-TOTALS.
           IF WORK-KIND = "D"
               ADD 1 TO DELIVERY-COUNT
               IF WORK-GOOD = "Y"
                   ADD 1 TO ON-TIME-COUNT.
           IF WORK-KIND = "I"
               ADD 1 TO INVOICE-COUNT
               ADD WORK-AMOUNT TO INVOICE-DOLLARS
               IF WORK-GOOD = "N"
                   ADD 1 TO EXCEPTION-COUNT.
           IF WORK-KIND = "C"
               ADD 1 TO CREDIT-COUNT
               ADD WORK-AMOUNT TO CREDIT-DOLLARS.
           IF WORK-KIND = "L"
               ADD 1 TO CERT-COUNT
               IF WORK-GOOD = "N"
                   ADD 1 TO LAPSE-COUNT.

      *--------------------------------
      * Each measure 0 to 100, then the
      * weighted overall score over the
      * measures that apply.
      *--------------------------------
       SCORE-THE-VENDOR.
           MOVE ZEROES TO SCORE-DELIVERY SCORE-ACCURACY
                          SCORE-CREDIT SCORE-COMPLIANCE
                          SCORE-OVERALL
                          WEIGHTED-POINTS RATED-WEIGHT.
           MOVE "N" TO SCORE-DELIVERY-RATED SCORE-ACCURACY-RATED
                       SCORE-CREDIT-RATED SCORE-COMPLY-RATED.
           MOVE SPACE TO SCORE-GRADE.
           PERFORM SCORE-DELIVERY-MEASURE.
           PERFORM SCORE-ACCURACY-MEASURE.
           PERFORM SCORE-CREDIT-MEASURE.
           PERFORM SCORE-COMPLIANCE-MEASURE.
           IF RATED-WEIGHT NOT = ZEROES
               COMPUTE SCORE-OVERALL ROUNDED =
                   WEIGHTED-POINTS / RATED-WEIGHT
               PERFORM GRADE-THE-VENDOR.

       SCORE-DELIVERY-MEASURE.
           IF DELIVERY-COUNT NOT = ZEROES
               MOVE "Y" TO SCORE-DELIVERY-RATED
               COMPUTE SCORE-DELIVERY ROUNDED =
                   ON-TIME-COUNT * 100 / DELIVERY-COUNT
               COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS
                   + SCORE-DELIVERY * DELIVERY-WEIGHT
               ADD DELIVERY-WEIGHT TO RATED-WEIGHT.

       SCORE-ACCURACY-MEASURE.
           IF INVOICE-COUNT NOT = ZEROES
               MOVE "Y" TO SCORE-ACCURACY-RATED
               COMPUTE SCORE-ACCURACY ROUNDED =
                   (INVOICE-COUNT - EXCEPTION-COUNT) * 100
                   / INVOICE-COUNT
               COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS
                   + SCORE-ACCURACY * ACCURACY-WEIGHT
               ADD ACCURACY-WEIGHT TO RATED-WEIGHT.

       SCORE-CREDIT-MEASURE.
           IF INVOICE-DOLLARS > ZEROES
               MOVE "Y" TO SCORE-CREDIT-RATED
               COMPUTE CREDIT-PERCENT ROUNDED =
                   CREDIT-DOLLARS * 100 / INVOICE-DOLLARS
               COMPUTE WORK-SCORE = 100 - CREDIT-PERCENT
               IF WORK-SCORE < ZEROES
                   MOVE ZEROES TO WORK-SCORE.
           IF INVOICE-DOLLARS > ZEROES
               MOVE WORK-SCORE TO SCORE-CREDIT
               COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS
                   + SCORE-CREDIT * CREDIT-WEIGHT
               ADD CREDIT-WEIGHT TO RATED-WEIGHT.

       SCORE-COMPLIANCE-MEASURE.
           IF CERT-COUNT NOT = ZEROES
               MOVE "Y" TO SCORE-COMPLY-RATED
               COMPUTE WORK-SCORE =
                   100 - LAPSE-COUNT * POINTS-PER-LAPSE
               IF WORK-SCORE < ZEROES
                   MOVE ZEROES TO WORK-SCORE.
           IF CERT-COUNT NOT = ZEROES
               MOVE WORK-SCORE TO SCORE-COMPLIANCE
               COMPUTE WEIGHTED-POINTS = WEIGHTED-POINTS
                   + SCORE-COMPLIANCE * COMPLIANCE-WEIGHT
               ADD COMPLIANCE-WEIGHT TO RATED-WEIGHT.

       GRADE-THE-VENDOR.
           IF SCORE-OVERALL NOT < 90
               MOVE "A" TO SCORE-GRADE
           ELSE
           IF SCORE-OVERALL NOT < 80
               MOVE "B" TO SCORE-GRADE
           ELSE
           IF SCORE-OVERALL NOT < 70
               MOVE "C" TO SCORE-GRADE
           ELSE
           IF SCORE-OVERALL NOT < 60
               MOVE "D" TO SCORE-GRADE
           ELSE
               MOVE "F" TO SCORE-GRADE.

       PRINT-ALL-RANKS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           ADD 1 TO RANK-NUMBER.
           MOVE SPACE TO RANK-LINE.
           MOVE RANK-NUMBER TO PRINT-RANK.
           MOVE RANK-VENDOR TO PRINT-VENDOR-NO.
           MOVE RANK-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
           ELSE
               MOVE "*NOT ON FILE*" TO PRINT-VENDOR-NAME.
           MOVE "  N/A" TO PRINT-DELIVERY PRINT-ACCURACY
                           PRINT-CREDIT PRINT-COMPLIANCE.
           IF RANK-DELIVERY-RATED = "Y"
               MOVE RANK-DELIVERY TO SCORE-FIELD
               MOVE SCORE-FIELD TO PRINT-DELIVERY.
           IF RANK-ACCURACY-RATED = "Y"
               MOVE RANK-ACCURACY TO SCORE-FIELD
               MOVE SCORE-FIELD TO PRINT-ACCURACY.
           IF RANK-CREDIT-RATED = "Y"
               MOVE RANK-CREDIT TO SCORE-FIELD
               MOVE SCORE-FIELD TO PRINT-CREDIT.
           IF RANK-COMPLY-RATED = "Y"
               MOVE RANK-COMPLIANCE TO SCORE-FIELD
               MOVE SCORE-FIELD TO PRINT-COMPLIANCE.
           MOVE RANK-OVERALL TO PRINT-OVERALL.
           MOVE RANK-GRADE TO PRINT-GRADE.
           MOVE RANK-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-RANK-RECORD.

       PRINT-RANKING-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF GRADED-COUNT = ZEROES
               MOVE "NO VENDOR ACTIVITY IN THE PERIOD"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-WEIGHTS.

       PRINT-THE-WEIGHTS.
           MOVE SPACE TO PRINTER-RECORD.
           MOVE GRADED-COUNT TO COUNT-FIELD.
           STRING "VENDORS GRADED: " COUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DELIVERY-WEIGHT TO PRINT-DELIVERY-WEIGHT.
           MOVE ACCURACY-WEIGHT TO PRINT-ACCURACY-WEIGHT.
           MOVE CREDIT-WEIGHT TO PRINT-CREDIT-WEIGHT.
           MOVE COMPLIANCE-WEIGHT TO PRINT-COMPLY-WEIGHT.
           MOVE WEIGHTS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Receipts under the voucher's
      * PO, summed.
      *--------------------------------
       SUM-THE-PO-RECEIPTS.
           MOVE ZEROES TO RECEIPTS-TOTAL.
           MOVE VOUCHER-PO-NUMBER TO RECEIPT-PO.
           MOVE ZEROES TO RECEIPT-SEQ.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE
               KEY NOT < RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO-RECEIPT.
           PERFORM ADD-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       ADD-ONE-RECEIPT.
           ADD RECEIPT-AMOUNT TO RECEIPTS-TOTAL.
           PERFORM READ-NEXT-PO-RECEIPT.

       READ-NEXT-PO-RECEIPT.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           READ RECEIPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               AND RECEIPT-PO NOT = VOUCHER-PO-NUMBER
               MOVE "Y" TO RECEIPT-FILE-AT-END.

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
           MOVE PERIOD-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF REPORT-MODE = "R"
               MOVE RANK-COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-RECEIPT.
           MOVE ZEROES TO RECEIPT-KEY.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE
               KEY NOT < RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-RECEIPT.

       READ-NEXT-RECEIPT.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           READ RECEIPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RECEIPT-FILE-AT-END.

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

       READ-FIRST-HISTORY.
           MOVE LOW-VALUES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY.

       READ-NEXT-HISTORY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-FIRST-CERTIFICATE.
           MOVE LOW-VALUES TO CERT-KEY.
           MOVE "N" TO CERT-FILE-AT-END.
           START COMPLIANCE-FILE
               KEY NOT < CERT-KEY
               INVALID KEY
               MOVE "Y" TO CERT-FILE-AT-END.
           IF CERT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CERTIFICATE.

       READ-NEXT-CERTIFICATE.
           MOVE "N" TO CERT-FILE-AT-END.
           READ COMPLIANCE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CERT-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ EVENT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       READ-NEXT-RANK-RECORD.
           MOVE "N" TO RANK-FILE-AT-END.
           READ RANK-FILE NEXT RECORD
               AT END MOVE "Y" TO RANK-FILE-AT-END.

      *--------------------------------
      * Other file IO routines
      *--------------------------------
       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PO-FILE RECORD
               INVALID KEY
               MOVE "N" TO PO-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

           COPY "plsys01.cbl".

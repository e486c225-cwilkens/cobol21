       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAEXP01.
      *------------------------------------
      * Fixed-Asset Capitalization Export
      *
      * A voucher detail line coded to a
      * capital account (COA-CAPITAL -
      * furniture, equipment, vehicles)
      * is an asset, not an expense, and
      * the fixed-asset system needs it.
      * This run writes every such line
      * to ASSET-FILE ("faexp") once its
      * voucher is paid, so accounting
      * stops re-keying assets off a
      * copy of the invoice:
      *
      *   vendor and name, invoice, the
      *   line's description, its cost,
      *   the in-service date, the PO,
      *   and the capital account and
      *   voucher line it came from.
      *
      * Only lines at or above the control
      * file's capitalization threshold
      * go - a smaller purchase on a
      * capital account is expensed by
      * policy. Credit lines do not go;
      * an asset returned is retired in
      * the fixed-asset system itself.
      *
      * The in-service date is the
      * invoice date - the goods are in
      * hand when the vendor bills. The
      * fixed-asset clerk adjusts it there
      * for anything installed later.
      *
      * Each line sent is stamped with
      * the run date (VOUCHER-DETAIL-FA-
      * DATE), so no line ever goes twice
      * however often this is run. The
      * voucher is looked up in the live
      * file first, then in history -
      * VCHARC01 moves paid vouchers out
      * but leaves their detail lines.
      * A control page lists what went.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvchdtl.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slcoa01.cbl".

           COPY "slcontrl.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT ASSET-FILE
               ASSIGN TO "faexp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvchdtl.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  ASSET-FILE
           LABEL RECORDS ARE OMITTED.
       01  ASSET-RECORD.
           05  FA-VENDOR                PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-VENDOR-NAME           PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-INVOICE               PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-COST                  PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-IN-SERVICE-DATE       PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-PO-NUMBER             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-GL-ACCOUNT            PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-VOUCHER-NUMBER        PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FA-VOUCHER-LINE          PIC 9(3).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  DETAIL-FILE-AT-END        PIC X.
       77  VOUCHER-RECORD-FOUND      PIC X.
       77  HISTORY-RECORD-FOUND      PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  LINE-IS-PAID              PIC X.

       77  RUN-DATE                  PIC 9(8).
       77  CAPITAL-THRESHOLD         PIC S9(8)V99.

       77  PAID-VENDOR               PIC 9(7).
       77  PAID-INVOICE              PIC X(15).
       77  PAID-INVOICE-DATE         PIC 9(8).
       77  PAID-PO-NUMBER            PIC 9(6).

       77  EXPORTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  WAITING-COUNT             PIC 9(5) VALUE ZEROES.
       77  EXPORTED-TOTAL            PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-FIELD               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       77  COST-FIELD                PIC ZZ,ZZZ,ZZ9.99.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "FIXED-ASSET EXPORT".
           05  FILLER                PIC X(23) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  COLUMN-LINE.
           05  FILLER         PIC X(8)  VALUE "VOUCHER".
           05  FILLER         PIC X(4)  VALUE "LINE".
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(7)  VALUE "VENDOR".
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(15) VALUE "ACCOUNT".
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  FILLER         PIC X(25) VALUE "DESCRIPTION".
           05  FILLER         PIC X(5)  VALUE SPACE.
           05  FILLER         PIC X(4)  VALUE "COST".

       01  DETAIL-LINE.
           05  PRINT-VOUCHER  PIC 9(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PRINT-LINE     PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACE.
           05  PRINT-VENDOR   PIC 9(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PRINT-ACCOUNT  PIC X(15).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PRINT-FOR      PIC X(25).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  PRINT-COST     PIC ZZ,ZZZ,ZZ9.99.

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
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT COA-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN OUTPUT ASSET-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE COA-FILE.
           CLOSE CONTROL-FILE.
           CLOSE ASSET-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CAPITAL-THRESHOLD
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-DETAIL-LINES
               PERFORM PRINT-THE-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD THE FIXED-ASSET EXPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * The threshold lives on the
      * voucher-counter control record.
      * No record means no threshold -
      * every capital line goes.
      *--------------------------------
       GET-CAPITAL-THRESHOLD.
           MOVE ZEROES TO CAPITAL-THRESHOLD.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-CAPITAL-THRESHOLD TO CAPITAL-THRESHOLD.

       PROCESS-DETAIL-LINES.
           PERFORM READ-FIRST-DETAIL-LINE.
           PERFORM PROCESS-ALL-DETAIL-LINES
               UNTIL DETAIL-FILE-AT-END = "Y".

       PROCESS-ALL-DETAIL-LINES.
           IF VOUCHER-DETAIL-FA-DATE = ZEROES
                   AND VOUCHER-DETAIL-AMOUNT > ZEROES
                   AND VOUCHER-DETAIL-AMOUNT NOT < CAPITAL-THRESHOLD
               PERFORM CHECK-THE-ACCOUNT.
           PERFORM READ-NEXT-DETAIL-LINE.

       CHECK-THE-ACCOUNT.
           MOVE VOUCHER-DETAIL-GL-ACCT TO COA-ACCOUNT.
           PERFORM READ-COA-RECORD.
           IF COA-RECORD-FOUND = "Y"
               IF COA-IS-CAPITAL
                   PERFORM CHECK-THE-VOUCHER.

      *--------------------------------
      * A capital line on a voucher not
      * yet paid waits for a later run -
      * counted, so the control page
      * shows what is still coming.
      *--------------------------------
       CHECK-THE-VOUCHER.
           PERFORM FIND-THE-PAID-VOUCHER.
           IF LINE-IS-PAID = "Y"
               PERFORM EXPORT-THIS-LINE
           ELSE
               ADD 1 TO WAITING-COUNT.

       FIND-THE-PAID-VOUCHER.
           MOVE "N" TO LINE-IS-PAID.
           MOVE VOUCHER-DETAIL-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "Y"
               IF VOUCHER-PAID-DATE NOT = ZEROES
                   MOVE "Y" TO LINE-IS-PAID
                   MOVE VOUCHER-VENDOR TO PAID-VENDOR
                   MOVE VOUCHER-INVOICE TO PAID-INVOICE
                   MOVE VOUCHER-DATE TO PAID-INVOICE-DATE
                   MOVE VOUCHER-PO-NUMBER TO PAID-PO-NUMBER.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE VOUCHER-DETAIL-NUMBER TO VOUCHER-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                       MOVE "Y" TO LINE-IS-PAID
                       MOVE VOUCHER-HIST-VENDOR TO PAID-VENDOR
                       MOVE VOUCHER-HIST-INVOICE TO PAID-INVOICE
                       MOVE VOUCHER-HIST-DATE TO PAID-INVOICE-DATE
                       MOVE VOUCHER-HIST-PO-NUMBER
                           TO PAID-PO-NUMBER.

       EXPORT-THIS-LINE.
           MOVE PAID-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE SPACE TO VENDOR-NAME.
           MOVE PAID-VENDOR TO FA-VENDOR.
           MOVE VENDOR-NAME TO FA-VENDOR-NAME.
           MOVE PAID-INVOICE TO FA-INVOICE.
           MOVE VOUCHER-DETAIL-FOR TO FA-DESCRIPTION.
           MOVE VOUCHER-DETAIL-AMOUNT TO FA-COST.
           MOVE PAID-INVOICE-DATE TO FA-IN-SERVICE-DATE.
           MOVE PAID-PO-NUMBER TO FA-PO-NUMBER.
           MOVE VOUCHER-DETAIL-GL-ACCT TO FA-GL-ACCOUNT.
           MOVE VOUCHER-DETAIL-NUMBER TO FA-VOUCHER-NUMBER.
           MOVE VOUCHER-DETAIL-LINE TO FA-VOUCHER-LINE.
           WRITE ASSET-RECORD.
           MOVE RUN-DATE TO VOUCHER-DETAIL-FA-DATE.
           PERFORM REWRITE-DETAIL-RECORD.
           ADD 1 TO EXPORTED-COUNT.
           ADD VOUCHER-DETAIL-AMOUNT TO EXPORTED-TOTAL.
           PERFORM PRINT-THE-LINE.

       PRINT-THE-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE VOUCHER-DETAIL-NUMBER TO PRINT-VOUCHER.
           MOVE VOUCHER-DETAIL-LINE TO PRINT-LINE.
           MOVE PAID-VENDOR TO PRINT-VENDOR.
           MOVE VOUCHER-DETAIL-GL-ACCT TO PRINT-ACCOUNT.
           MOVE VOUCHER-DETAIL-FOR TO PRINT-FOR.
           MOVE VOUCHER-DETAIL-AMOUNT TO PRINT-COST.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CAPITAL-THRESHOLD TO COST-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CAPITALIZATION THRESHOLD: " COST-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "LINES EXPORTED:           " EXPORTED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EXPORTED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "COST EXPORTED:      " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CAPITAL LINES NOT YET PAID: " WAITING-COUNT
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
           MOVE SPACE TO PRINTER-RECORD.
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
       READ-FIRST-DETAIL-LINE.
           MOVE LOW-VALUES TO VOUCHER-DETAIL-KEY.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL-LINE.

       READ-NEXT-DETAIL-LINE.
           MOVE "N" TO DETAIL-FILE-AT-END.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DETAIL-FILE-AT-END.

       REWRITE-DETAIL-RECORD.
           REWRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING DETAIL LINE "
                       VOUCHER-DETAIL-NUMBER "-" VOUCHER-DETAIL-LINE.

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

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

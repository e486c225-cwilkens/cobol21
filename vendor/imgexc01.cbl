       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGEXC01.
      *------------------------------------
      * Scanned Invoice Image Exceptions
      *
      * Two lists off the voucher image
      * index (FDIMG01, loaded by
      * IMGIMP01):
      *
      * 1. Paid vouchers with no image -
      *    every voucher on the live file
      *    with a paid date and no
      *    scanned document, so the
      *    invoice can be found and
      *    scanned before the auditors
      *    ask for it.
      *
      * 2. Images that match no voucher -
      *    every document whose voucher
      *    number is on neither the live
      *    nor the history voucher file,
      *    usually a mis-keyed number on
      *    the scanner batch.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slimg01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdimg01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  VOUCHER-FILE-AT-END       PIC X.
       77  VIMG-FILE-AT-END          PIC X.
       77  VOUCHER-HAS-IMAGE         PIC X.
       77  VOUCHER-RECORD-FOUND      PIC X.
       77  HISTORY-RECORD-FOUND      PIC X.

       77  TODAY-DATE                PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  NO-IMAGE-COUNT            PIC 9(5) VALUE ZEROES.
       77  NO-VOUCHER-COUNT          PIC 9(5) VALUE ZEROES.

           COPY "wsdate01.cbl".

       01  VOUCHER-LINE.
           05  PRINT-VOUCHER         PIC 9(7).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-INVOICE         PIC X(15).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-PAID-DATE       PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-CHECK-NO        PIC Z(8)9.

       01  VOUCHER-COLUMN-LINE.
           05  FILLER                PIC X(9)  VALUE "VOUCHER".
           05  FILLER                PIC X(9)  VALUE "VENDOR".
           05  FILLER                PIC X(17) VALUE "INVOICE".
           05  FILLER                PIC X(16) VALUE "        AMOUNT".
           05  FILLER                PIC X(12) VALUE "PAID".
           05  FILLER                PIC X(9)  VALUE "    CHECK".

       01  IMAGE-LINE.
           05  PRINT-IMAGE-VOUCHER   PIC 9(7).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-DOC-ID          PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-PAGES           PIC ZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-SCAN-DATE       PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-BATCH           PIC X(10).

       01  IMAGE-COLUMN-LINE.
           05  FILLER                PIC X(9)  VALUE "VOUCHER".
           05  FILLER                PIC X(22) VALUE "DOCUMENT ID".
           05  FILLER                PIC X(6)  VALUE "PAGES".
           05  FILLER                PIC X(12) VALUE "SCANNED".
           05  FILLER                PIC X(10) VALUE "BATCH".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "SCANNED INVOICE EXCEPTIONS".
           05  FILLER                PIC X(13) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  SECTION-LINE.
           05  PRINT-SECTION-TITLE   PIC X(40).
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "AS OF ".
           05  PRINT-TODAY           PIC Z9/99/9999.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.

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
           OPEN INPUT VOUCHER-IMAGE-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.

       MAIN-PROCESS.
           PERFORM LIST-PAID-WITH-NO-IMAGE.
           PERFORM END-LAST-PAGE.
           PERFORM LIST-IMAGES-WITH-NO-VOUCHER.
           PERFORM END-LAST-PAGE.

      *--------------------------------
      * 1. Paid vouchers with no image
      *--------------------------------
       LIST-PAID-WITH-NO-IMAGE.
           MOVE "PAID VOUCHERS WITH NO SCANNED IMAGE"
               TO PRINT-SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE VOUCHER-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM CHECK-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "PAID VOUCHERS WITH NO IMAGE:" TO PRINT-TOTAL-TEXT.
           MOVE NO-IMAGE-COUNT TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       CHECK-ALL-VOUCHERS.
           IF VOUCHER-PAID-DATE NOT = ZEROES
               PERFORM CHECK-FOR-AN-IMAGE
               IF VOUCHER-HAS-IMAGE = "N"
                   ADD 1 TO NO-IMAGE-COUNT
                   PERFORM PRINT-THE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       CHECK-FOR-AN-IMAGE.
           MOVE VOUCHER-NUMBER TO VIMG-VOUCHER.
           MOVE LOW-VALUES TO VIMG-DOC-ID.
           MOVE "N" TO VOUCHER-HAS-IMAGE.
           MOVE "N" TO VIMG-FILE-AT-END.
           START VOUCHER-IMAGE-FILE
               KEY NOT < VIMG-KEY
               INVALID KEY
               MOVE "Y" TO VIMG-FILE-AT-END.
           IF VIMG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VIMG-RECORD
               IF VIMG-FILE-AT-END NOT = "Y"
                   AND VIMG-VOUCHER = VOUCHER-NUMBER
                   MOVE "Y" TO VOUCHER-HAS-IMAGE.

       PRINT-THE-VOUCHER.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE
               MOVE VOUCHER-COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
           MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
           MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE VOUCHER-PAID-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
           MOVE VOUCHER-CHECK-NO TO PRINT-CHECK-NO.
           MOVE VOUCHER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * 2. Images that match no voucher
      *--------------------------------
       LIST-IMAGES-WITH-NO-VOUCHER.
           MOVE "SCANNED IMAGES WITH NO VOUCHER ON FILE"
               TO PRINT-SECTION-TITLE.
           PERFORM START-NEW-PAGE.
           MOVE IMAGE-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-VIMG-RECORD.
           PERFORM CHECK-ALL-IMAGES
               UNTIL VIMG-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "IMAGES WITH NO VOUCHER:" TO PRINT-TOTAL-TEXT.
           MOVE NO-VOUCHER-COUNT TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       CHECK-ALL-IMAGES.
           MOVE VIMG-VOUCHER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           MOVE "N" TO HISTORY-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE VIMG-VOUCHER TO VOUCHER-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               AND HISTORY-RECORD-FOUND = "N"
               ADD 1 TO NO-VOUCHER-COUNT
               PERFORM PRINT-THE-IMAGE.
           PERFORM READ-NEXT-VIMG-RECORD.

       PRINT-THE-IMAGE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE
               MOVE IMAGE-COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE VIMG-VOUCHER TO PRINT-IMAGE-VOUCHER.
           MOVE VIMG-DOC-ID TO PRINT-DOC-ID.
           MOVE VIMG-PAGES TO PRINT-PAGES.
           MOVE VIMG-SCAN-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-SCAN-DATE.
           MOVE VIMG-BATCH TO PRINT-BATCH.
           MOVE IMAGE-LINE TO PRINTER-RECORD.
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
           MOVE SECTION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
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

       READ-FIRST-VIMG-RECORD.
           MOVE ZEROES TO VIMG-VOUCHER.
           MOVE LOW-VALUES TO VIMG-DOC-ID.
           MOVE "N" TO VIMG-FILE-AT-END.
           START VOUCHER-IMAGE-FILE
               KEY NOT < VIMG-KEY
               INVALID KEY
               MOVE "Y" TO VIMG-FILE-AT-END.
           IF VIMG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VIMG-RECORD.

       READ-NEXT-VIMG-RECORD.
           MOVE "N" TO VIMG-FILE-AT-END.
           READ VOUCHER-IMAGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VIMG-FILE-AT-END.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPSCN01.
      *------------------------------------
      * ZIP Code Scan
      *
      * Checks every vendor's main
      * address, and its remit-to address
      * when the remit-to is in use, and
      * lists each one whose ZIP is not
      * 99999 or 99999-9999, or whose ZIP
      * belongs to another state than the
      * one on the address (FDZIP01,
      * loaded by ZIPLOD01).
      *
      * A ZIP whose first three digits
      * are not on the reference file is
      * listed too, so a gap in the
      * reference file shows up rather
      * than passing as a good address.
      *
      * Nothing is changed - the addresses
      * are corrected in VNDMNT04.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slzip01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdzip01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  VENDOR-FILE-AT-END        PIC X.

       77  TODAY-DATE                PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  ADDRESS-COUNT             PIC 9(5) VALUE ZEROES.
       77  FORMAT-COUNT              PIC 9(5) VALUE ZEROES.
       77  MISMATCH-COUNT            PIC 9(5) VALUE ZEROES.
       77  NOT-FOUND-COUNT           PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wszip01.cbl".

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-KIND            PIC X(5).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NAME            PIC X(24).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-STATE           PIC X(2).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-ZIP             PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-PROBLEM         PIC X(24).

       01  COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE " VENDOR".
           05  FILLER                PIC X(6)  VALUE "ADDR".
           05  FILLER                PIC X(25) VALUE "NAME".
           05  FILLER                PIC X(3)  VALUE "ST".
           05  FILLER                PIC X(11) VALUE "ZIP".
           05  FILLER                PIC X(24) VALUE "PROBLEM".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(35)
               VALUE "ZIP CODE SCAN - ADDRESSES TO CHECK".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  DATE-LINE.
           05  FILLER                PIC X(60) VALUE SPACE.
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
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE ZIP-PREFIX-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM START-NEW-PAGE
               PERFORM SCAN-ALL-VENDORS
               PERFORM PRINT-THE-TOTALS
               PERFORM END-LAST-PAGE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "CHECK EVERY VENDOR ZIP CODE AGAINST ITS".
           DISPLAY "STATE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       SCAN-ALL-VENDORS.
           PERFORM READ-FIRST-VENDOR.
           PERFORM SCAN-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

       SCAN-ONE-VENDOR.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR.
           MOVE "MAIN" TO PRINT-KIND.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE VENDOR-STATE TO ZIPCHK-STATE.
           MOVE VENDOR-ZIP TO ZIPCHK-ZIP.
           PERFORM CHECK-ONE-ADDRESS.
           IF VENDOR-REMIT-TO-USED
               MOVE SPACE TO DETAIL-LINE
               MOVE VENDOR-NUMBER TO PRINT-VENDOR
               MOVE "REMIT" TO PRINT-KIND
               MOVE VENDOR-REMIT-NAME TO PRINT-NAME
               MOVE VENDOR-REMIT-STATE TO ZIPCHK-STATE
               MOVE VENDOR-REMIT-ZIP TO ZIPCHK-ZIP
               PERFORM CHECK-ONE-ADDRESS.
           PERFORM READ-NEXT-VENDOR.

      *--------------------------------
      * Only a problem address is
      * printed; a good one is counted.
      *--------------------------------
       CHECK-ONE-ADDRESS.
           ADD 1 TO ADDRESS-COUNT.
           PERFORM CHECK-ZIP-FOR-STATE.
           IF ZIPCHK-FORMAT-OK = "N"
               ADD 1 TO FORMAT-COUNT
               MOVE "NOT 99999 OR 99999-9999" TO PRINT-PROBLEM
               PERFORM PRINT-ONE-ADDRESS
           ELSE
           IF ZIPCHK-STATE-OK = "N"
               ADD 1 TO MISMATCH-COUNT
               MOVE SPACE TO PRINT-PROBLEM
               STRING "ZIP IS IN " ZIPCHK-ZIP-STATE
                   DELIMITED BY SIZE INTO PRINT-PROBLEM
               PERFORM PRINT-ONE-ADDRESS
           ELSE
           IF ZIPCHK-STATE-OK = "?"
               ADD 1 TO NOT-FOUND-COUNT
               MOVE "PREFIX NOT ON FILE" TO PRINT-PROBLEM
               PERFORM PRINT-ONE-ADDRESS.

       PRINT-ONE-ADDRESS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE ZIPCHK-STATE TO PRINT-STATE.
           MOVE ZIPCHK-ZIP TO PRINT-ZIP.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "ADDRESSES CHECKED:" TO PRINT-TOTAL-TEXT.
           MOVE ADDRESS-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "ZIP NOT 99999 OR 99999-9999:" TO PRINT-TOTAL-TEXT.
           MOVE FORMAT-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "ZIP IN ANOTHER STATE:" TO PRINT-TOTAL-TEXT.
           MOVE MISMATCH-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "ZIP PREFIX NOT ON THE REFERENCE FILE:"
               TO PRINT-TOTAL-TEXT.
           MOVE NOT-FOUND-COUNT TO PRINT-TOTAL-COUNT.
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
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE DATE-LINE TO PRINTER-RECORD.
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

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plzip01.cbl".

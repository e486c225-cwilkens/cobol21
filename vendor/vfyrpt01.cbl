       IDENTIFICATION DIVISION.
       PROGRAM-ID. VFYRPT01.
      *--------------------------------------------
      * Key Verification Error Rates
      *
      * From the key verification log (VCHVFY01),
      * for re-keys done between two dates: one
      * line per keying operator with how many of
      * that operator's vouchers were re-keyed,
      * how many had at least one keying error,
      * the keying errors in each field - vendor,
      * invoice, amount, invoice date - and the
      * error rate, the percent of re-keys that
      * turned up a keying error. Differences the
      * verifier owned up to are counted apart as
      * verifier slips; they are not charged to
      * the keyer. A voucher corrected and
      * re-keyed counts once for each re-key.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvfy01.cbl".

           COPY "slsess01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "wvfyrpt"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvfy01.cbl".

           COPY "fdsess01.cbl".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-DATE             PIC 9(8).
           05  WORK-SEQ              PIC 9(4).
           05  WORK-VOUCHER          PIC 9(7).
           05  WORK-KEYED-BY         PIC X(3).
           05  WORK-VERIFIED-BY      PIC X(3).
           05  WORK-VENDOR-MISS      PIC X.
           05  WORK-INVOICE-MISS     PIC X.
           05  WORK-AMOUNT-MISS      PIC X.
           05  WORK-DATE-MISS        PIC X.
           05  WORK-RESULT           PIC X.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-DATE             PIC 9(8).
           05  SORT-SEQ              PIC 9(4).
           05  SORT-VOUCHER          PIC 9(7).
           05  SORT-KEYED-BY         PIC X(3).
           05  SORT-VERIFIED-BY      PIC X(3).
           05  SORT-VENDOR-MISS      PIC X.
           05  SORT-INVOICE-MISS     PIC X.
           05  SORT-AMOUNT-MISS      PIC X.
           05  SORT-DATE-MISS        PIC X.
           05  SORT-RESULT           PIC X.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

       77  CURRENT-KEYER            PIC X(3).
       77  PREVIOUS-KEYER           PIC X(3) VALUE SPACE.

       77  FROM-DATE                PIC 9(8).
       77  THRU-DATE                PIC 9(8).

      *--------------------------------
      * One operator's counts, then the
      * same for the whole report.
      *--------------------------------
       77  KEYER-REKEYS             PIC 9(5).
       77  KEYER-FAILED             PIC 9(5).
       77  KEYER-VENDOR-ERRORS      PIC 9(5).
       77  KEYER-INVOICE-ERRORS     PIC 9(5).
       77  KEYER-AMOUNT-ERRORS      PIC 9(5).
       77  KEYER-DATE-ERRORS        PIC 9(5).
       77  KEYER-SLIPS              PIC 9(5).

       77  GRAND-REKEYS             PIC 9(6) VALUE ZEROES.
       77  GRAND-FAILED             PIC 9(6) VALUE ZEROES.
       77  GRAND-VENDOR-ERRORS      PIC 9(6) VALUE ZEROES.
       77  GRAND-INVOICE-ERRORS     PIC 9(6) VALUE ZEROES.
       77  GRAND-AMOUNT-ERRORS      PIC 9(6) VALUE ZEROES.
       77  GRAND-DATE-ERRORS        PIC 9(6) VALUE ZEROES.
       77  GRAND-SLIPS              PIC 9(6) VALUE ZEROES.

       77  ERROR-RATE               PIC 9(3)V9.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-KEYER           PIC X(3).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  PRINT-REKEYS          PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-FAILED          PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-VENDOR-ERRORS   PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-INVOICE-ERRORS  PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-AMOUNT-ERRORS   PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-DATE-ERRORS     PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-ERROR-RATE      PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE "%".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-SLIPS           PIC ZZZZZ9.

       01  COLUMN-LINE.
           05  FILLER                PIC X(22)
               VALUE "  KEYED    RE-    WITH".
           05  FILLER                PIC X(32)
               VALUE "  ------- KEYING ERRORS --------".
           05  FILLER                PIC X(16)
               VALUE "   ERROR  VERIFY".

       01  COLUMN-LINE-2.
           05  FILLER                PIC X(22)
               VALUE "  BY      KEYS  ERRORS".
           05  FILLER                PIC X(32)
               VALUE "  VENDOR INVOICE  AMOUNT    DATE".
           05  FILLER                PIC X(16)
               VALUE "    RATE   SLIPS".

       01  TITLE-LINE.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(25)
               VALUE "KEY VERIFICATION ERRORS ".
           05  PRINT-FROM-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  PRINT-THRU-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(9)  VALUE SPACE.
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
           MOVE "VFYRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-THE-DATES
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE KEY VERIFICATION ERROR REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-THE-DATES.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "RE-KEYED FROM (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "A STARTING DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           PERFORM GET-THRU-DATE.
           PERFORM RE-GET-THRU-DATE
               UNTIL THRU-DATE NOT < FROM-DATE.

       GET-THRU-DATE.
           MOVE "THROUGH (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "AN ENDING DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO THRU-DATE.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.

       RE-GET-THRU-DATE.
           DISPLAY "THE ENDING DATE MAY NOT BE BEFORE THE START".
           PERFORM GET-THRU-DATE.

      *--------------------------------
      * Sorting logic - by keying
      * operator, then in the order
      * the re-keys were done
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-KEYED-BY
                                SORT-DATE
                                SORT-SEQ
               USING KEY-VERIFY-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
           OPEN INPUT WORK-FILE.
           PERFORM START-NEW-PAGE.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM PROCESS-RE-KEYS.
           PERFORM PRINT-THE-GRAND-TOTAL.
           CLOSE WORK-FILE.

       PROCESS-RE-KEYS.
           PERFORM READ-FIRST-VALID-WORK.
           IF WORK-FILE-AT-END = "Y"
               MOVE "NO VOUCHERS WERE RE-KEYED IN THOSE DATES"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PROCESS-ALL-RE-KEYS
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-KEYER-GROUP.

       PROCESS-ALL-RE-KEYS.
           MOVE WORK-KEYED-BY TO CURRENT-KEYER.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM START-KEYER-GROUP
           ELSE
           IF CURRENT-KEYER NOT = PREVIOUS-KEYER
               PERFORM END-KEYER-GROUP
               PERFORM START-KEYER-GROUP.
           PERFORM COUNT-THE-RE-KEY.
           MOVE CURRENT-KEYER TO PREVIOUS-KEYER.
           PERFORM READ-NEXT-VALID-WORK.

       START-KEYER-GROUP.
           MOVE ZEROES TO KEYER-REKEYS KEYER-FAILED
                          KEYER-VENDOR-ERRORS KEYER-INVOICE-ERRORS
                          KEYER-AMOUNT-ERRORS KEYER-DATE-ERRORS
                          KEYER-SLIPS.

      *--------------------------------
      * "K" on a field is the keyer's
      * error; "V" is the verifier's
      * slip.
      *--------------------------------
       COUNT-THE-RE-KEY.
           ADD 1 TO KEYER-REKEYS.
           IF WORK-VENDOR-MISS = "K"
               ADD 1 TO KEYER-VENDOR-ERRORS.
           IF WORK-INVOICE-MISS = "K"
               ADD 1 TO KEYER-INVOICE-ERRORS.
           IF WORK-AMOUNT-MISS = "K"
               ADD 1 TO KEYER-AMOUNT-ERRORS.
           IF WORK-DATE-MISS = "K"
               ADD 1 TO KEYER-DATE-ERRORS.
           IF WORK-VENDOR-MISS = "K"
                   OR WORK-INVOICE-MISS = "K"
                   OR WORK-AMOUNT-MISS = "K"
                   OR WORK-DATE-MISS = "K"
               ADD 1 TO KEYER-FAILED.
           IF WORK-VENDOR-MISS = "V"
               ADD 1 TO KEYER-SLIPS.
           IF WORK-INVOICE-MISS = "V"
               ADD 1 TO KEYER-SLIPS.
           IF WORK-AMOUNT-MISS = "V"
               ADD 1 TO KEYER-SLIPS.
           IF WORK-DATE-MISS = "V"
               ADD 1 TO KEYER-SLIPS.

       END-KEYER-GROUP.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE PREVIOUS-KEYER TO PRINT-KEYER.
           MOVE KEYER-REKEYS TO PRINT-REKEYS.
           MOVE KEYER-FAILED TO PRINT-FAILED.
           MOVE KEYER-VENDOR-ERRORS TO PRINT-VENDOR-ERRORS.
           MOVE KEYER-INVOICE-ERRORS TO PRINT-INVOICE-ERRORS.
           MOVE KEYER-AMOUNT-ERRORS TO PRINT-AMOUNT-ERRORS.
           MOVE KEYER-DATE-ERRORS TO PRINT-DATE-ERRORS.
           MOVE KEYER-SLIPS TO PRINT-SLIPS.
           COMPUTE ERROR-RATE ROUNDED =
               KEYER-FAILED * 100 / KEYER-REKEYS.
           MOVE ERROR-RATE TO PRINT-ERROR-RATE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD KEYER-REKEYS TO GRAND-REKEYS.
           ADD KEYER-FAILED TO GRAND-FAILED.
           ADD KEYER-VENDOR-ERRORS TO GRAND-VENDOR-ERRORS.
           ADD KEYER-INVOICE-ERRORS TO GRAND-INVOICE-ERRORS.
           ADD KEYER-AMOUNT-ERRORS TO GRAND-AMOUNT-ERRORS.
           ADD KEYER-DATE-ERRORS TO GRAND-DATE-ERRORS.
           ADD KEYER-SLIPS TO GRAND-SLIPS.

       PRINT-THE-GRAND-TOTAL.
           IF GRAND-REKEYS NOT = ZEROES
               PERFORM PRINT-THE-TOTAL-LINE.

       PRINT-THE-TOTAL-LINE.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "ALL" TO PRINT-KEYER.
           MOVE GRAND-REKEYS TO PRINT-REKEYS.
           MOVE GRAND-FAILED TO PRINT-FAILED.
           MOVE GRAND-VENDOR-ERRORS TO PRINT-VENDOR-ERRORS.
           MOVE GRAND-INVOICE-ERRORS TO PRINT-INVOICE-ERRORS.
           MOVE GRAND-AMOUNT-ERRORS TO PRINT-AMOUNT-ERRORS.
           MOVE GRAND-DATE-ERRORS TO PRINT-DATE-ERRORS.
           MOVE GRAND-SLIPS TO PRINT-SLIPS.
           COMPUTE ERROR-RATE ROUNDED =
               GRAND-FAILED * 100 / GRAND-REKEYS.
           MOVE ERROR-RATE TO PRINT-ERROR-RATE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
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
      * - only re-keys done in the
      * dates asked for
      *--------------------------------
       READ-FIRST-VALID-WORK.
           PERFORM READ-NEXT-VALID-WORK.

       READ-NEXT-VALID-WORK.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM READ-NEXT-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y"
                  OR (    WORK-DATE NOT < FROM-DATE
                      AND WORK-DATE NOT > THRU-DATE).

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

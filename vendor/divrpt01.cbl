       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVRPT01.
      *--------------------------------------------
      * Supplier Diversity Spend Report
      *
      * What the government contracts make us
      * report: how much we paid small,
      * minority-owned, woman-owned and
      * veteran-owned businesses. Off paid
      * vouchers in the live file and the
      * history file together, for an operator-
      * entered paid-date range and, if asked,
      * only for vendors flagged VENDOR-GOVT-
      * CONTRACT - total dollars and percent of
      * total spend under each classification
      * on the vendor diversity file (DIVMNT01),
      * and under any classification at all.
      * A vendor certified more than once counts
      * under each of its classifications, so
      * the class lines can add to more than the
      * diverse total.
      *
      * A payment only counts under a
      * classification whose certificate was
      * still current the day it was paid. A
      * payment that met an expired certificate
      * is left out of that classification and
      * listed separately at the end - vendor,
      * classification, certificate and the
      * dollars excluded - so the certificate
      * can be chased for renewal.
      *
      * Vendor-zero vouchers - one-time payees
      * and employee expense reimbursements -
      * are not supplier spend and are left out
      * of the totals.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "sldiv01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fddiv01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  GOVT-ONLY                 PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  DIV-FILE-AT-END           PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  TALLY-VENDOR              PIC 9(7).
       77  TALLY-AMOUNT              PIC S9(8)V99.
       77  TALLY-DATE                PIC 9(8).
       77  ANY-CURRENT-CLASS         PIC X.

       77  CLASS-SUB                 PIC 9.
       77  EXPIRED-SUB               PIC 9(3).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.

       77  TOTAL-SPEND               PIC S9(9)V99.
       77  DIVERSE-SPEND             PIC S9(9)V99.
       77  SPEND-PCT                 PIC 9(3)V9.


       01  CLASS-NAME-TABLE.
           05  FILLER  PIC X(26) VALUE "SBESMALL BUSINESS".
           05  FILLER  PIC X(26) VALUE "MBEMINORITY-OWNED BUSINESS".
           05  FILLER  PIC X(26) VALUE "WBEWOMAN-OWNED BUSINESS".
           05  FILLER  PIC X(26) VALUE "VBEVETERAN-OWNED BUSINESS".
       01  CLASS-NAME-R REDEFINES CLASS-NAME-TABLE.
           05  CLASS-ENTRY OCCURS 4 TIMES.
               10  CLASS-CODE        PIC X(3).
               10  CLASS-TEXT        PIC X(23).

       01  CLASS-SPEND-TABLE.
           05  CLASS-SPEND           PIC S9(9)V99 OCCURS 4 TIMES.

       01  EXPIRED-TABLE.
           05  EXPIRED-ENTRY OCCURS 200 TIMES.
               10  EXPIRED-VENDOR    PIC 9(7).
               10  EXPIRED-CLASS     PIC X(3).
               10  EXPIRED-CERT      PIC X(20).
               10  EXPIRED-DATE      PIC 9(8).
               10  EXPIRED-AMOUNT    PIC S9(9)V99.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "SUPPLIER DIVERSITY SPEND".
           05  FILLER                PIC X(19) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  RANGE-LINE.
           05  FILLER                PIC X(12) VALUE "PAID BETWEEN".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-FROM-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(5)  VALUE " AND ".
           05  PRINT-THRU-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-VENDOR-SCOPE    PIC X(30).

       01  CLASS-LINE.
           05  PRINT-CLASS-CODE      PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-CLASS-TEXT      PIC X(30).
           05  PRINT-CLASS-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  PRINT-CLASS-PCT       PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE "%".

       01  EXPIRED-LINE.
           05  PRINT-EXP-VENDOR      PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-EXP-NAME        PIC X(20).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-EXP-CLASS       PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-EXP-CERT        PIC X(12).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-EXP-DATE        PIC Z9/99/9999.
           05  PRINT-EXP-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "DIVRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT DIVERSITY-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE DIVERSITY-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM GET-GOVT-ONLY
               PERFORM TALLY-BOTH-FILES
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT SUPPLIER DIVERSITY SPEND (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-DATE-RANGE.
           PERFORM GET-FROM-DATE.
           PERFORM GET-THRU-DATE.

       GET-FROM-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PAID ON OR AFTER(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.

       GET-THRU-DATE.
           PERFORM ACCEPT-THRU-DATE.
           PERFORM RE-ACCEPT-THRU-DATE
               UNTIL THRU-DATE NOT < FROM-DATE.

       ACCEPT-THRU-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PAID ON OR BEFORE(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A THRU DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO THRU-DATE.

       RE-ACCEPT-THRU-DATE.
           DISPLAY "THRU DATE MAY NOT BE BEFORE FROM DATE".
           PERFORM ACCEPT-THRU-DATE.

       GET-GOVT-ONLY.
           PERFORM ACCEPT-GOVT-ONLY.
           PERFORM RE-ACCEPT-GOVT-ONLY
               UNTIL GOVT-ONLY = "Y" OR "N".

       ACCEPT-GOVT-ONLY.
           DISPLAY "GOVERNMENT CONTRACT VENDORS ONLY (Y/N)?".
           ACCEPT GOVT-ONLY.
           INSPECT GOVT-ONLY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-GOVT-ONLY.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-GOVT-ONLY.

      *--------------------------------
      * One pass of each file - every
      * paid voucher in the range adds
      * to total spend, then to each
      * classification its vendor was
      * currently certified under.
      *--------------------------------
       TALLY-BOTH-FILES.
           MOVE ZEROES TO CLASS-SPEND-TABLE EXPIRED-TABLE.
           MOVE ZEROES TO TOTAL-SPEND DIVERSE-SPEND.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM TALLY-ALL-LIVE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-HISTORY.
           PERFORM TALLY-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       TALLY-ALL-LIVE.
           IF VOUCHER-PAID-DATE NOT = ZEROES
                   AND VOUCHER-VENDOR NOT = ZEROES
               MOVE VOUCHER-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-PAID-DATE TO TALLY-DATE
               PERFORM TALLY-ONE-PAYMENT.
           PERFORM READ-NEXT-VOUCHER.

       TALLY-ALL-HISTORY.
           IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                   AND VOUCHER-HIST-VENDOR NOT = ZEROES
               MOVE VOUCHER-HIST-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-HIST-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-HIST-PAID-DATE TO TALLY-DATE
               PERFORM TALLY-ONE-PAYMENT.
           PERFORM READ-NEXT-HISTORY.

       TALLY-ONE-PAYMENT.
           IF TALLY-DATE NOT < FROM-DATE
                   AND TALLY-DATE NOT > THRU-DATE
               PERFORM TALLY-A-PAYMENT-IN-RANGE.

       TALLY-A-PAYMENT-IN-RANGE.
           MOVE TALLY-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF GOVT-ONLY = "N"
               PERFORM TALLY-THE-VENDOR-CLASSES
           ELSE
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-IS-GOVT-CONTRACT
               PERFORM TALLY-THE-VENDOR-CLASSES.

      *--------------------------------
      * Walk the vendor's diversity
      * records - a certificate that
      * had lapsed by the paid date
      * earns the payment nothing but a
      * line on the expired list.
      *--------------------------------
       TALLY-THE-VENDOR-CLASSES.
           ADD TALLY-AMOUNT TO TOTAL-SPEND.
           MOVE "N" TO ANY-CURRENT-CLASS.
           PERFORM READ-FIRST-DIV-RECORD.
           PERFORM TALLY-ONE-CLASS
               UNTIL DIV-FILE-AT-END = "Y".
           IF ANY-CURRENT-CLASS = "Y"
               ADD TALLY-AMOUNT TO DIVERSE-SPEND.

       TALLY-ONE-CLASS.
           IF DIV-EXPIRES < TALLY-DATE
               PERFORM NOTE-AN-EXPIRED-CLASS
           ELSE
               PERFORM ADD-TO-THE-CLASS.
           PERFORM READ-NEXT-DIV-RECORD.

       ADD-TO-THE-CLASS.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-CLASS
               VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 4
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "Y"
               ADD TALLY-AMOUNT TO CLASS-SPEND (CLASS-SUB)
               MOVE "Y" TO ANY-CURRENT-CLASS.

       LOOK-AT-ONE-CLASS.
           IF CLASS-CODE (CLASS-SUB) = DIV-CLASS
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM CLASS-SUB.

       NOTE-AN-EXPIRED-CLASS.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING EXPIRED-SUB FROM 1 BY 1
               UNTIL EXPIRED-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.
           IF SLOT-FOUND = "Y"
               ADD TALLY-AMOUNT TO EXPIRED-AMOUNT (EXPIRED-SUB).

       LOOK-AT-ONE-SLOT.
           IF EXPIRED-VENDOR (EXPIRED-SUB) = DIV-VENDOR
                   AND EXPIRED-CLASS (EXPIRED-SUB) = DIV-CLASS
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM EXPIRED-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 200
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO EXPIRED-SUB
               MOVE DIV-VENDOR TO EXPIRED-VENDOR (EXPIRED-SUB)
               MOVE DIV-CLASS TO EXPIRED-CLASS (EXPIRED-SUB)
               MOVE DIV-CERT-NUMBER TO EXPIRED-CERT (EXPIRED-SUB)
               MOVE DIV-EXPIRES TO EXPIRED-DATE (EXPIRED-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * Classification lines, the
      * diverse total and total spend,
      * then the expired certificates.
      *--------------------------------
       PRINT-THE-REPORT.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-ONE-CLASS
               VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 4.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINT-CLASS-CODE.
           MOVE "ANY CLASSIFICATION" TO PRINT-CLASS-TEXT.
           MOVE DIVERSE-SPEND TO PRINT-CLASS-AMOUNT.
           MOVE DIVERSE-SPEND TO TALLY-AMOUNT.
           PERFORM PRINT-THE-CLASS-LINE.
           MOVE "TOTAL SPEND" TO PRINT-CLASS-TEXT.
           MOVE TOTAL-SPEND TO PRINT-CLASS-AMOUNT.
           MOVE TOTAL-SPEND TO TALLY-AMOUNT.
           PERFORM PRINT-THE-CLASS-LINE.
           PERFORM PRINT-THE-EXPIRED-LIST.

       PRINT-ONE-CLASS.
           MOVE CLASS-CODE (CLASS-SUB) TO PRINT-CLASS-CODE.
           MOVE CLASS-TEXT (CLASS-SUB) TO PRINT-CLASS-TEXT.
           MOVE CLASS-SPEND (CLASS-SUB) TO PRINT-CLASS-AMOUNT.
           MOVE CLASS-SPEND (CLASS-SUB) TO TALLY-AMOUNT.
           PERFORM PRINT-THE-CLASS-LINE.

       PRINT-THE-CLASS-LINE.
           IF TOTAL-SPEND = ZEROES
               MOVE ZEROES TO SPEND-PCT
           ELSE
               COMPUTE SPEND-PCT ROUNDED =
                   TALLY-AMOUNT * 100 / TOTAL-SPEND.
           MOVE SPEND-PCT TO PRINT-CLASS-PCT.
           MOVE CLASS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-EXPIRED-LIST.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF LINE-COUNT > MAXIMUM-LINES - 4
               PERFORM START-NEXT-PAGE.
           MOVE "PAYMENTS EXCLUDED - CERTIFICATE EXPIRED WHEN PAID:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF USED-SLOTS = ZEROES
               MOVE "   NONE" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-EXPIRED
               VARYING EXPIRED-SUB FROM 1 BY 1
               UNTIL EXPIRED-SUB > USED-SLOTS.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "CERTIFICATES PAST THE 200-SLOT TABLE: "
                      OVERFLOW-COUNT " PAYMENTS NOT LISTED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-EXPIRED.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE EXPIRED-VENDOR (EXPIRED-SUB) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not On File**" TO VENDOR-NAME.
           MOVE EXPIRED-VENDOR (EXPIRED-SUB) TO PRINT-EXP-VENDOR.
           MOVE VENDOR-NAME TO PRINT-EXP-NAME.
           MOVE EXPIRED-CLASS (EXPIRED-SUB) TO PRINT-EXP-CLASS.
           MOVE EXPIRED-CERT (EXPIRED-SUB) TO PRINT-EXP-CERT.
           MOVE EXPIRED-DATE (EXPIRED-SUB) TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-EXP-DATE.
           MOVE EXPIRED-AMOUNT (EXPIRED-SUB) TO PRINT-EXP-AMOUNT.
           MOVE EXPIRED-LINE TO PRINTER-RECORD.
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
           MOVE FROM-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           MOVE THRU-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.
           IF GOVT-ONLY = "Y"
               MOVE "GOVERNMENT CONTRACT VENDORS"
                   TO PRINT-VENDOR-SCOPE
           ELSE
               MOVE "ALL VENDORS" TO PRINT-VENDOR-SCOPE.
           MOVE RANGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * File I-O routines
      *--------------------------------
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

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-FIRST-DIV-RECORD.
           MOVE TALLY-VENDOR TO DIV-VENDOR.
           MOVE LOW-VALUES TO DIV-CLASS.
           MOVE "N" TO DIV-FILE-AT-END.
           START DIVERSITY-FILE
               KEY NOT < DIV-KEY
               INVALID KEY
               MOVE "Y" TO DIV-FILE-AT-END.
           IF DIV-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DIV-RECORD.

       READ-NEXT-DIV-RECORD.
           MOVE "N" TO DIV-FILE-AT-END.
           READ DIVERSITY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DIV-FILE-AT-END.
           IF DIV-FILE-AT-END NOT = "Y"
               AND DIV-VENDOR NOT = TALLY-VENDOR
               MOVE "Y" TO DIV-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

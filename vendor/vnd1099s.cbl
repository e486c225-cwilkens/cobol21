       IDENTIFICATION DIVISION.
       PROGRAM-ID. VND1099S.
      *--------------------------------------------
      * 1099 Recipient Statements (Copy B)
      *
      * Prints the vendor's copy of the 1099 for
      * mailing, from exactly the payees and
      * amounts VND1099E puts on the electronic
      * transmittal - paid, deductible vouchers
      * (live file plus VOUCHER-HISTORY-FILE)
      * within an operator-entered date range,
      * totaled per vendor, at or over the
      * reporting threshold, with a good tax ID -
      * and the backup withholding taken from
      * those same vouchers. Reportable one-time
      * payees get a statement of their own off
      * the one-time payee record.
      *
      * The statement goes to the remit-to name
      * and address when the vendor uses one,
      * the same selection the check mailing
      * makes. The recipient's TIN is printed
      * masked to the last four, as PLMSK01
      * does everywhere else.
      *
      * A full run ends with a control page -
      * statements printed, total paid and total
      * withheld - that must tie to the totals on
      * the VND1099E proof for the same dates and
      * threshold. Keying a vendor number at the
      * start reprints just that vendor's
      * statement, for one lost in the mail; a
      * reprint has no control page.
      *
      * W-8 vendors are left out, as VND1099E
      * leaves them out - their statement is the
      * 1042-S.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slotp01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "w1099s"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdotp01.cbl".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-NUMBER           PIC 9(7).
           05  WORK-VENDOR           PIC 9(7).
           05  WORK-INVOICE          PIC X(15).
           05  WORK-FOR              PIC X(30).
           05  WORK-AMOUNT           PIC S9(8)V99.
           05  WORK-DATE             PIC 9(8).
           05  WORK-DUE              PIC 9(8).
           05  WORK-DEDUCTIBLE       PIC X.
           05  WORK-SELECTED         PIC X.
           05  WORK-PAID-AMOUNT      PIC S9(8)V99.
           05  WORK-PAID-DATE        PIC 9(8).
           05  WORK-CHECK-NO         PIC 9(8).
           05  WORK-ACCOUNT          PIC 9(10).
           05  WORK-ENTRY-DATE       PIC 9(8).
           05  WORK-CHANGED-DATE     PIC 9(8).
           05  WORK-SOURCE           PIC X.
           05  WORK-TYPE             PIC X.
           05  WORK-SELECTED-AMOUNT  PIC S9(8)V99.
           05  WORK-LAST-PAID-AMT    PIC S9(8)V99.
           05  WORK-DISC-PERCENT     PIC 9(2)V99.
           05  WORK-DISC-DATE        PIC 9(8).
           05  WORK-DISC-TAKEN       PIC S9(8)V99.
           05  WORK-APPR-STATUS      PIC X.
           05  WORK-APPR-REASON      PIC X(30).
           05  WORK-ENTERED-BY       PIC X(3).
           05  WORK-CHANGED-BY       PIC X(3).
           05  WORK-WHT-AMOUNT       PIC S9(8)V99.
           05  WORK-PO-NUMBER        PIC 9(6).
           05  WORK-HOLD-STATUS      PIC X.
           05  WORK-HOLD-REASON      PIC X(2).
           05  WORK-HOLD-NOTE        PIC X(30).
           05  WORK-HOLD-DATE        PIC 9(8).
           05  WORK-TAXABLE          PIC X.
           05  WORK-USE-TAX-AMOUNT   PIC S9(8)V99.
           05  WORK-CURRENCY         PIC X(3).
           05  WORK-FOREIGN-AMOUNT   PIC S9(8)V99.
           05  WORK-PRIORITY         PIC 9.
           05  WORK-BATCH            PIC 9(5).
           05  WORK-FX-GAIN          PIC S9(8)V99.
           05  WORK-RETAINAGE-PCT    PIC 9(2)V99.
           05  WORK-RETAINED-AMT     PIC S9(8)V99.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-NUMBER           PIC 9(7).
           05  SORT-VENDOR           PIC 9(7).
           05  SORT-INVOICE          PIC X(15).
           05  SORT-FOR              PIC X(30).
           05  SORT-AMOUNT           PIC S9(8)V99.
           05  SORT-DATE             PIC 9(8).
           05  SORT-DUE              PIC 9(8).
           05  SORT-DEDUCTIBLE       PIC X.
           05  SORT-SELECTED         PIC X.
           05  SORT-PAID-AMOUNT      PIC S9(8)V99.
           05  SORT-PAID-DATE        PIC 9(8).
           05  SORT-CHECK-NO         PIC 9(8).
           05  SORT-ACCOUNT          PIC 9(10).
           05  SORT-ENTRY-DATE       PIC 9(8).
           05  SORT-CHANGED-DATE     PIC 9(8).
           05  SORT-SOURCE           PIC X.
           05  SORT-TYPE             PIC X.
           05  SORT-SELECTED-AMOUNT  PIC S9(8)V99.
           05  SORT-LAST-PAID-AMT    PIC S9(8)V99.
           05  SORT-DISC-PERCENT     PIC 9(2)V99.
           05  SORT-DISC-DATE        PIC 9(8).
           05  SORT-DISC-TAKEN       PIC S9(8)V99.
           05  SORT-APPR-STATUS      PIC X.
           05  SORT-APPR-REASON      PIC X(30).
           05  SORT-ENTERED-BY       PIC X(3).
           05  SORT-CHANGED-BY       PIC X(3).
           05  SORT-WHT-AMOUNT       PIC S9(8)V99.
           05  SORT-PO-NUMBER        PIC 9(6).
           05  SORT-HOLD-STATUS      PIC X.
           05  SORT-HOLD-REASON      PIC X(2).
           05  SORT-HOLD-NOTE        PIC X(30).
           05  SORT-HOLD-DATE        PIC 9(8).
           05  SORT-TAXABLE          PIC X.
           05  SORT-USE-TAX-AMOUNT   PIC S9(8)V99.
           05  SORT-CURRENCY         PIC X(3).
           05  SORT-FOREIGN-AMOUNT   PIC S9(8)V99.
           05  SORT-PRIORITY         PIC 9.
           05  SORT-BATCH            PIC 9(5).
           05  SORT-FX-GAIN          PIC S9(8)V99.
           05  SORT-RETAINAGE-PCT    PIC 9(2)V99.
           05  SORT-RETAINED-AMT     PIC S9(8)V99.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  OTP-RECORD-FOUND         PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

       77  CURRENT-VENDOR           PIC 9(7).
       77  PREVIOUS-VENDOR          PIC 9(7) VALUE ZEROES.
       77  REPRINT-VENDOR           PIC 9(7).

       77  FROM-DATE                PIC 9(8).
       77  THRU-DATE                PIC 9(8).
       77  TAX-YEAR                 PIC 9(4).

       77  PAYER-TIN                PIC X(9).
       77  PAYER-NAME               PIC X(40).
       77  REPORT-THRESHOLD         PIC 9(8)V99.

       77  VENDOR-TOTAL             PIC S9(8)V99 VALUE ZEROES.
       77  VENDOR-WHT-TOTAL         PIC S9(8)V99 VALUE ZEROES.
       77  STATEMENT-COUNT          PIC 9(5) VALUE ZEROES.
       77  REJECT-COUNT             PIC 9(5) VALUE ZEROES.
       77  FILE-TOTAL               PIC S9(10)V99 VALUE ZEROES.
       77  FILE-WHT-TOTAL           PIC S9(10)V99 VALUE ZEROES.

       77  TIN-CLEAN                PIC X(9).
       77  TIN-DIGIT-COUNT          PIC 99.
       77  TIN-SUB                  PIC 99.
       77  TIN-IS-GOOD              PIC X.
       77  TIN-CHAR                 PIC X.

       77  STATEMENT-NAME           PIC X(30).
       77  STATEMENT-ADDRESS-1      PIC X(30).
       77  STATEMENT-ADDRESS-2      PIC X(30).
       77  STATEMENT-CITY-LINE      PIC X(40).

       77  PRINT-FROM-DATE          PIC Z9/99/9999.
       77  PRINT-THRU-DATE          PIC Z9/99/9999.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsmsk01.cbl".

       01  AMOUNT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-BOX-TITLE       PIC X(40).
           05  PRINT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  CONTROL-AMOUNT-LINE.
           05  PRINT-CONTROL-TITLE   PIC X(30).
           05  PRINT-CONTROL-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           MOVE "VND1099S" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-REPRINT-VENDOR
               PERFORM GET-DATE-RANGE
               PERFORM GET-PAYER-DETAILS
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-STATEMENTS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT 1099 RECIPIENT STATEMENTS (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-REPRINT-VENDOR.
           DISPLAY "VENDOR NUMBER TO REPRINT ONE STATEMENT,".
           DISPLAY "OR 0 TO PRINT THEM ALL?".
           ACCEPT REPRINT-VENDOR.

      *--------------------------------
      * Date range and payer entry -
      * key the same answers given to
      * VND1099E so the two tie.
      *--------------------------------
       GET-DATE-RANGE.
           PERFORM GET-FROM-DATE.
           PERFORM GET-THRU-DATE.
           MOVE THRU-DATE TO DATE-YYYYMMDD.
           MOVE DATE-YYYY TO TAX-YEAR.

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

       GET-PAYER-DETAILS.
           PERFORM GET-PAYER-TIN.
           PERFORM GET-PAYER-NAME.
           DISPLAY "REPORTING THRESHOLD (USUALLY 600.00)?".
           ACCEPT REPORT-THRESHOLD.

       GET-PAYER-TIN.
           PERFORM ACCEPT-PAYER-TIN.
           PERFORM RE-ACCEPT-PAYER-TIN
               UNTIL PAYER-TIN NOT = SPACE.

       ACCEPT-PAYER-TIN.
           DISPLAY "ENTER OUR PAYER TIN (9 DIGITS, NO DASHES)".
           ACCEPT PAYER-TIN.

       RE-ACCEPT-PAYER-TIN.
           DISPLAY "THE PAYER TIN MUST BE ENTERED".
           PERFORM ACCEPT-PAYER-TIN.

       GET-PAYER-NAME.
           PERFORM ACCEPT-PAYER-NAME.
           PERFORM RE-ACCEPT-PAYER-NAME
               UNTIL PAYER-NAME NOT = SPACE.

       ACCEPT-PAYER-NAME.
           DISPLAY "ENTER OUR PAYER NAME".
           ACCEPT PAYER-NAME.
           INSPECT PAYER-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PAYER-NAME.
           DISPLAY "THE PAYER NAME MUST BE ENTERED".
           PERFORM ACCEPT-PAYER-NAME.

      *--------------------------------
      * Sorting logic - live file and
      * history together, in vendor
      * order, same as VND1099E
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
               USING VOUCHER-FILE VOUCHER-HISTORY-FILE
               GIVING WORK-FILE.

      *--------------------------------
      * One pass of the sorted work
      * file - accumulate per vendor,
      * decide each payee at the break
      *--------------------------------
       PRINT-THE-STATEMENTS.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM PROCESS-VOUCHERS.
           IF REPRINT-VENDOR = ZEROES
               PERFORM PRINT-THE-CONTROL-PAGE
           ELSE
           IF STATEMENT-COUNT = ZEROES
               DISPLAY "NO STATEMENT FOR VENDOR " REPRINT-VENDOR
                       " IN THAT DATE RANGE".
           CLOSE WORK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.

       PROCESS-VOUCHERS.
           PERFORM READ-FIRST-VALID-WORK.
           PERFORM PROCESS-ALL-VOUCHERS
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-VENDOR-GROUP.

       PROCESS-ALL-VOUCHERS.
           IF WORK-VENDOR = ZEROES
               PERFORM FILE-A-ONE-TIME-PAYEE
           ELSE
               PERFORM GROUP-A-VENDOR-PAYMENT.
           PERFORM READ-NEXT-VALID-WORK.

       GROUP-A-VENDOR-PAYMENT.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ZEROES TO VENDOR-TOTAL VENDOR-WHT-TOTAL
           ELSE
           IF CURRENT-VENDOR NOT = PREVIOUS-VENDOR
               PERFORM END-VENDOR-GROUP
               MOVE ZEROES TO VENDOR-TOTAL VENDOR-WHT-TOTAL.
           ADD WORK-AMOUNT TO VENDOR-TOTAL.
           ADD WORK-WHT-AMOUNT TO VENDOR-WHT-TOTAL.
           MOVE CURRENT-VENDOR TO PREVIOUS-VENDOR.

      *--------------------------------
      * A reportable one-time payee
      * (vendor zero) gets a statement
      * of its own, addressed off the
      * one-time payee record. Never
      * part of a one-vendor reprint.
      *--------------------------------
       FILE-A-ONE-TIME-PAYEE.
           IF REPRINT-VENDOR = ZEROES
               MOVE WORK-NUMBER TO OTP-VOUCHER
               PERFORM READ-OTP-RECORD
               IF OTP-RECORD-FOUND = "Y" AND OTP-IS-REPORTABLE
                   PERFORM DECIDE-ONE-TIME-PAYEE.

       DECIDE-ONE-TIME-PAYEE.
           IF WORK-AMOUNT NOT < REPORT-THRESHOLD
               MOVE ZEROES TO PREVIOUS-VENDOR
               MOVE OTP-NAME TO VENDOR-NAME
               MOVE OTP-TAX-ID TO VENDOR-TAX-ID
               MOVE "N" TO VENDOR-USE-REMIT-TO
               MOVE OTP-ADDRESS-1 TO VENDOR-ADDRESS-1
               MOVE OTP-ADDRESS-2 TO VENDOR-ADDRESS-2
               MOVE OTP-CITY TO VENDOR-CITY
               MOVE OTP-STATE TO VENDOR-STATE
               MOVE OTP-ZIP TO VENDOR-ZIP
               MOVE WORK-AMOUNT TO VENDOR-TOTAL
               MOVE WORK-WHT-AMOUNT TO VENDOR-WHT-TOTAL
               PERFORM DECIDE-THIS-PAYEE.

      *--------------------------------
      * One vendor's year is summed -
      * same tests as VND1099E.
      *--------------------------------
       END-VENDOR-GROUP.
           IF REPRINT-VENDOR = ZEROES
                   OR REPRINT-VENDOR = PREVIOUS-VENDOR
               PERFORM JUDGE-THE-VENDOR.

       JUDGE-THE-VENDOR.
           MOVE PREVIOUS-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               IF VENDOR-TOTAL NOT < REPORT-THRESHOLD
                   ADD 1 TO REJECT-COUNT.
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-REQUIRES-1099
                   AND NOT VENDOR-W8-VALID
                   AND VENDOR-TOTAL NOT < REPORT-THRESHOLD
               PERFORM DECIDE-THIS-PAYEE.

       DECIDE-THIS-PAYEE.
           PERFORM CHECK-THE-TAX-ID.
           IF TIN-IS-GOOD = "Y"
               PERFORM PRINT-ONE-STATEMENT
               ADD 1 TO STATEMENT-COUNT
               ADD VENDOR-TOTAL TO FILE-TOTAL
               ADD VENDOR-WHT-TOTAL TO FILE-WHT-TOTAL
           ELSE
               ADD 1 TO REJECT-COUNT.

      *--------------------------------
      * Nine digits once the dashes
      * come out - a payee VND1099E
      * would reject gets no statement.
      *--------------------------------
       CHECK-THE-TAX-ID.
           MOVE "Y" TO TIN-IS-GOOD.
           MOVE SPACE TO TIN-CLEAN.
           MOVE ZEROES TO TIN-DIGIT-COUNT.
           PERFORM SIFT-ONE-TIN-CHAR
               VARYING TIN-SUB FROM 1 BY 1
               UNTIL TIN-SUB > 11.
           IF TIN-DIGIT-COUNT NOT = 9
               MOVE "N" TO TIN-IS-GOOD.

       SIFT-ONE-TIN-CHAR.
           MOVE VENDOR-TAX-ID (TIN-SUB:1) TO TIN-CHAR.
           IF TIN-CHAR NOT < "0" AND TIN-CHAR NOT > "9"
               ADD 1 TO TIN-DIGIT-COUNT
               IF TIN-DIGIT-COUNT < 10
                   MOVE TIN-CHAR
                       TO TIN-CLEAN (TIN-DIGIT-COUNT:1).

      *--------------------------------
      * The statement - remit-to name
      * and address when one is used.
      *--------------------------------
       SET-THE-STATEMENT-ADDRESS.
           IF VENDOR-REMIT-TO-USED
               MOVE VENDOR-REMIT-NAME TO STATEMENT-NAME
               MOVE VENDOR-REMIT-ADDRESS-1 TO STATEMENT-ADDRESS-1
               MOVE VENDOR-REMIT-ADDRESS-2 TO STATEMENT-ADDRESS-2
               MOVE SPACE TO STATEMENT-CITY-LINE
               STRING VENDOR-REMIT-CITY DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      VENDOR-REMIT-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VENDOR-REMIT-ZIP DELIMITED BY SIZE
                   INTO STATEMENT-CITY-LINE
           ELSE
               MOVE VENDOR-NAME TO STATEMENT-NAME
               MOVE VENDOR-ADDRESS-1 TO STATEMENT-ADDRESS-1
               MOVE VENDOR-ADDRESS-2 TO STATEMENT-ADDRESS-2
               MOVE SPACE TO STATEMENT-CITY-LINE
               STRING VENDOR-CITY DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      VENDOR-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VENDOR-ZIP DELIMITED BY SIZE
                   INTO STATEMENT-CITY-LINE.

       PRINT-ONE-STATEMENT.
           PERFORM SET-THE-STATEMENT-ADDRESS.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "FORM 1099 FOR TAX YEAR " TAX-YEAR
                  "    COPY B - FOR RECIPIENT"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "PAYER:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    " PAYER-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    PAYER'S TIN: " PAYER-TIN
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "RECIPIENT:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO MASK-VALUE.
           MOVE VENDOR-TAX-ID TO MASK-VALUE (1:11).
           PERFORM MASK-TO-LAST-FOUR.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    RECIPIENT'S TIN: " MASK-VALUE (1:11)
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    " STATEMENT-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    " STATEMENT-ADDRESS-1
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF STATEMENT-ADDRESS-2 NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               STRING "    " STATEMENT-ADDRESS-2
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    " STATEMENT-CITY-LINE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF PREVIOUS-VENDOR NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "    ACCOUNT NUMBER: " PREVIOUS-VENDOR
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "BOX 1 NONEMPLOYEE COMPENSATION" TO PRINT-BOX-TITLE.
           MOVE VENDOR-TOTAL TO PRINT-AMOUNT.
           MOVE AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "BOX 4 FEDERAL INCOME TAX WITHHELD" TO PRINT-BOX-TITLE.
           MOVE VENDOR-WHT-TOTAL TO PRINT-AMOUNT.
           MOVE AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "FURNISHED TO THE INTERNAL REVENUE SERVICE."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM END-THE-STATEMENT.

       END-THE-STATEMENT.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE ALL "-" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The control page - ties to the
      * VND1099E proof totals.
      *--------------------------------
       PRINT-THE-CONTROL-PAGE.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "1099 RECIPIENT STATEMENTS - CONTROL PAGE - "
                  "TAX YEAR " TAX-YEAR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE FROM-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           MOVE THRU-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "PAID FROM " PRINT-FROM-DATE
                  " THRU " PRINT-THRU-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "STATEMENTS PRINTED: " STATEMENT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL PAID:" TO PRINT-CONTROL-TITLE.
           MOVE FILE-TOTAL TO PRINT-CONTROL-AMOUNT.
           MOVE CONTROL-AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL WITHHELD:" TO PRINT-CONTROL-TITLE.
           MOVE FILE-WHT-TOTAL TO PRINT-CONTROL-AMOUNT.
           MOVE CONTROL-AMOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NOT PRINTED (BAD TAX ID): " REJECT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "STATEMENTS AND TOTALS MUST AGREE WITH PAYEES FILED,"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL FILED AND TOTAL WITHHELD ON THE VND1099E"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "PROOF FOR THE SAME DATES AND THRESHOLD."
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

      *--------------------------------
      * Read first, read next routines
      * - only paid, deductible
      * vouchers within the date range
      * count, same as VND1099E
      *--------------------------------
       READ-FIRST-VALID-WORK.
           PERFORM READ-NEXT-VALID-WORK.

       READ-NEXT-VALID-WORK.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM READ-NEXT-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y"
                  OR (    (WORK-DEDUCTIBLE = "Y"
                          OR WORK-VENDOR = ZEROES)
                      AND WORK-PAID-DATE NOT = ZEROES
                      AND WORK-PAID-DATE NOT < FROM-DATE
                      AND WORK-PAID-DATE NOT > THRU-DATE).

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

       READ-OTP-RECORD.
           MOVE "Y" TO OTP-RECORD-FOUND.
           READ ONE-TIME-PAYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO OTP-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plmsk01.cbl".

           COPY "plspl01.cbl".

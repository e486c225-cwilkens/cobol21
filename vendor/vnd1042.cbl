       IDENTIFICATION DIVISION.
       PROGRAM-ID. VND1042.
      *--------------------------------------------
      * Form 1042-S Detail and 1042 Summary
      *
      * Year-end reporting of U.S.-source income
      * paid to foreign vendors (W-8 on file).
      * Takes every paid voucher the check run or
      * a wire marked foreign-person withholding
      * (VOUCHER-WHT-TYPE "N") - live file plus
      * VOUCHER-HISTORY-FILE - within an
      * operator-entered date range, totaled per
      * vendor, and prints:
      *
      * 1. the 1042-S detail, one recipient per
      *    vendor: income code, W-8 form,
      *    treaty country, the rate applied
      *    (treaty rate, 00.00 for effectively
      *    connected income, otherwise the
      *    statutory rate off the control
      *    file), gross income and the tax
      *    actually withheld
      * 2. the 1042 summary - recipients, gross
      *    income and tax withheld by income
      *    code, and in total, for the annual
      *    return and the deposit check
      *
      * Every foreign payment is reported, even
      * where a treaty or an ECI claim cut the
      * withholding to nothing - the 1042-S is
      * required either way. A vendor with no
      * income code on file is flagged for
      * VNDMNT04 and totaled under "??".
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slcontrl.cbl".

           SELECT WORK-FILE
               ASSIGN TO "w1042"
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

           COPY "fdcontrl.cbl".

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
           05  WORK-APPROVED-BY      PIC X(3).
           05  WORK-APPROVED-DATE    PIC 9(8).
           05  WORK-WHT-TYPE         PIC X.

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
           05  SORT-APPROVED-BY      PIC X(3).
           05  SORT-APPROVED-DATE    PIC 9(8).
           05  SORT-WHT-TYPE         PIC X.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  CONTROL-RECORD-FOUND     PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

       77  CURRENT-VENDOR           PIC 9(7).
       77  PREVIOUS-VENDOR          PIC 9(7) VALUE ZEROES.

       77  FROM-DATE                PIC 9(8).
       77  THRU-DATE                PIC 9(8).
       77  TAX-YEAR                 PIC 9(4).

       77  AGENT-EIN                PIC X(9).
       77  AGENT-NAME               PIC X(40).
       77  STATUTORY-RATE           PIC 9(2)V99 VALUE ZEROES.

       77  VENDOR-GROSS             PIC S9(8)V99 VALUE ZEROES.
       77  VENDOR-WITHHELD          PIC S9(8)V99 VALUE ZEROES.
       77  RECIPIENT-RATE           PIC 9(2)V99.
       77  RECIPIENT-CODE           PIC X(2).
       77  EXEMPTION-TEXT           PIC X(6).

       77  RECIPIENT-COUNT          PIC 9(5) VALUE ZEROES.
       77  MISSING-CODE-COUNT       PIC 9(5) VALUE ZEROES.
       77  GRAND-GROSS              PIC S9(10)V99 VALUE ZEROES.
       77  GRAND-WITHHELD           PIC S9(10)V99 VALUE ZEROES.

       77  CODE-SUB                 PIC 99.
       77  SLOT-FOUND               PIC X.
       77  USED-SLOTS               PIC 99 VALUE ZEROES.
       77  OVERFLOW-COUNT           PIC 9(5) VALUE ZEROES.

       77  PRINT-FROM-DATE          PIC Z9/99/9999.
       77  PRINT-THRU-DATE          PIC Z9/99/9999.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsmsk01.cbl".

       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 50 TIMES.
               10  CODE-INCOME       PIC X(2).
               10  CODE-RECIPIENTS   PIC 9(5).
               10  CODE-GROSS        PIC S9(10)V99.
               10  CODE-WITHHELD     PIC S9(10)V99.

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-NAME            PIC X(22).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-CODE            PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-FORM            PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-COUNTRY         PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-RATE            PIC Z9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-GROSS           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-WITHHELD        PIC Z,ZZZ,ZZ9.99.

       01  SECOND-LINE.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "TIN: ".
           05  PRINT-TIN             PIC X(11).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  FILLER                PIC X(11) VALUE "EXEMPTION: ".
           05  PRINT-EXEMPTION       PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  PRINT-NOTE            PIC X(30).

       01  COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE "VENDOR".
           05  FILLER                PIC X(23) VALUE "RECIPIENT".
           05  FILLER                PIC X(4)  VALUE "CD".
           05  FILLER                PIC X(7)  VALUE "FORM".
           05  FILLER                PIC X(4)  VALUE "CT".
           05  FILLER                PIC X(6)  VALUE " RATE".
           05  FILLER                PIC X(14) VALUE "         GROSS".
           05  FILLER                PIC X(13) VALUE "     WITHHELD".

       01  SUMMARY-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-S-CODE          PIC X(2).
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  PRINT-S-RECIPIENTS    PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-S-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-S-WITHHELD      PIC ZZZ,ZZZ,ZZ9.99.

       01  SUMMARY-COLUMN-LINE.
           05  FILLER                PIC X(10) VALUE "  INCOME".
           05  FILLER                PIC X(12) VALUE "RECIPIENTS".
           05  FILLER                PIC X(18) VALUE "    GROSS INCOME".
           05  FILLER                PIC X(14) VALUE "  TAX WITHHELD".

       01  TITLE-LINE.
           05  FILLER                PIC X(14) VALUE SPACE.
           05  FILLER                PIC X(32)
               VALUE "FORM 1042-S DETAIL - TAX YEAR".
           05  PRINT-TAX-YEAR        PIC 9(4).
           05  FILLER                PIC X(14) VALUE SPACE.
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
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "VND1042" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM GET-AGENT-DETAILS
               PERFORM GET-STATUTORY-RATE
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT 1042-S DETAIL AND 1042 SUMMARY (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Date range and withholding
      * agent entry
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

       GET-AGENT-DETAILS.
           PERFORM GET-AGENT-EIN.
           PERFORM GET-AGENT-NAME.

       GET-AGENT-EIN.
           PERFORM ACCEPT-AGENT-EIN.
           PERFORM RE-ACCEPT-AGENT-EIN
               UNTIL AGENT-EIN NOT = SPACE.

       ACCEPT-AGENT-EIN.
           DISPLAY "ENTER OUR WITHHOLDING AGENT EIN (9 DIGITS)".
           ACCEPT AGENT-EIN.

       RE-ACCEPT-AGENT-EIN.
           DISPLAY "THE AGENT EIN MUST BE ENTERED".
           PERFORM ACCEPT-AGENT-EIN.

       GET-AGENT-NAME.
           PERFORM ACCEPT-AGENT-NAME.
           PERFORM RE-ACCEPT-AGENT-NAME
               UNTIL AGENT-NAME NOT = SPACE.

       ACCEPT-AGENT-NAME.
           DISPLAY "ENTER OUR WITHHOLDING AGENT NAME".
           ACCEPT AGENT-NAME.
           INSPECT AGENT-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-AGENT-NAME.
           DISPLAY "THE AGENT NAME MUST BE ENTERED".
           PERFORM ACCEPT-AGENT-NAME.

      *--------------------------------
      * The statutory rate lives on the
      * voucher-counter control record.
      *--------------------------------
       GET-STATUTORY-RATE.
           OPEN INPUT CONTROL-FILE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-NRA-WHT-RATE TO STATUTORY-RATE.
           CLOSE CONTROL-FILE.

      *--------------------------------
      * Sorting logic - live file and
      * history together, in vendor
      * order
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
               USING VOUCHER-FILE VOUCHER-HISTORY-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT WORK-FILE.
           MOVE TAX-YEAR TO PRINT-TAX-YEAR.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-THE-AGENT-LINES.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM PROCESS-VOUCHERS.
           PERFORM PRINT-THE-SUMMARY.
           CLOSE WORK-FILE.
           CLOSE VENDOR-FILE.

       PRINT-THE-AGENT-LINES.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "WITHHOLDING AGENT: " AGENT-NAME
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE FROM-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           MOVE THRU-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "AGENT EIN: " AGENT-EIN
                  "    PAID FROM " PRINT-FROM-DATE
                  " THRU " PRINT-THRU-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.

       PROCESS-VOUCHERS.
           PERFORM READ-FIRST-VALID-WORK.
           PERFORM PROCESS-ALL-VOUCHERS
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-VENDOR-GROUP.

       PROCESS-ALL-VOUCHERS.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ZEROES TO VENDOR-GROSS VENDOR-WITHHELD
           ELSE
           IF CURRENT-VENDOR NOT = PREVIOUS-VENDOR
               PERFORM END-VENDOR-GROUP
               MOVE ZEROES TO VENDOR-GROSS VENDOR-WITHHELD.
           ADD WORK-AMOUNT TO VENDOR-GROSS.
           ADD WORK-WHT-AMOUNT TO VENDOR-WITHHELD.
           MOVE CURRENT-VENDOR TO PREVIOUS-VENDOR.
           PERFORM READ-NEXT-VALID-WORK.

      *--------------------------------
      * One recipient's year is summed
      * - print its 1042-S detail and
      * roll it into the summary.
      *--------------------------------
       END-VENDOR-GROUP.
           MOVE PREVIOUS-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME
               MOVE SPACE TO VENDOR-TAX-ID
               MOVE SPACE TO VENDOR-W8-FORM
               MOVE SPACE TO VENDOR-TREATY-COUNTRY
               MOVE SPACE TO VENDOR-1042-INCOME-CODE.
           PERFORM SET-THE-RECIPIENT-RATE.
           PERFORM PRINT-THE-RECIPIENT.
           ADD 1 TO RECIPIENT-COUNT.
           ADD VENDOR-GROSS TO GRAND-GROSS.
           ADD VENDOR-WITHHELD TO GRAND-WITHHELD.
           PERFORM FIND-THE-CODE-SLOT.
           IF SLOT-FOUND = "Y"
               ADD 1 TO CODE-RECIPIENTS (CODE-SUB)
               ADD VENDOR-GROSS TO CODE-GROSS (CODE-SUB)
               ADD VENDOR-WITHHELD TO CODE-WITHHELD (CODE-SUB).

      *--------------------------------
      * The rate the payments were
      * withheld at, by the same rules
      * as VCHPAY02 and WIRPAY01.
      *--------------------------------
       SET-THE-RECIPIENT-RATE.
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-W8-IS-ECI
               MOVE ZEROES TO RECIPIENT-RATE
               MOVE "ECI" TO EXEMPTION-TEXT
           ELSE
           IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-TREATY-COUNTRY NOT = SPACE
               MOVE VENDOR-TREATY-RATE TO RECIPIENT-RATE
               MOVE "TREATY" TO EXEMPTION-TEXT
           ELSE
               MOVE STATUTORY-RATE TO RECIPIENT-RATE
               MOVE "NONE" TO EXEMPTION-TEXT.
           MOVE VENDOR-1042-INCOME-CODE TO RECIPIENT-CODE.
           IF RECIPIENT-CODE = SPACE
               MOVE "??" TO RECIPIENT-CODE
               ADD 1 TO MISSING-CODE-COUNT.

       PRINT-THE-RECIPIENT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE
               MOVE COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE PREVIOUS-VENDOR TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE RECIPIENT-CODE TO PRINT-CODE.
           MOVE VENDOR-W8-FORM TO PRINT-FORM.
           MOVE VENDOR-TREATY-COUNTRY TO PRINT-COUNTRY.
           MOVE RECIPIENT-RATE TO PRINT-RATE.
           MOVE VENDOR-GROSS TO PRINT-GROSS.
           MOVE VENDOR-WITHHELD TO PRINT-WITHHELD.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO MASK-VALUE.
           MOVE VENDOR-TAX-ID TO MASK-VALUE (1:11).
           PERFORM MASK-TO-LAST-FOUR.
           MOVE MASK-VALUE (1:11) TO PRINT-TIN.
           MOVE EXEMPTION-TEXT TO PRINT-EXEMPTION.
           MOVE SPACE TO PRINT-NOTE.
           IF RECIPIENT-CODE = "??"
               MOVE "NO INCOME CODE - SEE VNDMNT04" TO PRINT-NOTE
           ELSE
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-W8-NOT-ON-FILE
               MOVE "W-8 NO LONGER ON FILE" TO PRINT-NOTE.
           MOVE SECOND-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The summary table, one slot per
      * income code in the order met.
      *--------------------------------
       FIND-THE-CODE-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.

       LOOK-AT-ONE-SLOT.
           IF CODE-INCOME (CODE-SUB) = RECIPIENT-CODE
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM CODE-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 50
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO CODE-SUB
               MOVE RECIPIENT-CODE TO CODE-INCOME (CODE-SUB)
               MOVE ZEROES TO CODE-RECIPIENTS (CODE-SUB)
               MOVE ZEROES TO CODE-GROSS (CODE-SUB)
               MOVE ZEROES TO CODE-WITHHELD (CODE-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * The Form 1042 summary - by
      * income code, then in total.
      *--------------------------------
       PRINT-THE-SUMMARY.
           PERFORM START-NEXT-PAGE.
           MOVE "FORM 1042 SUMMARY - TOTALS BY INCOME CODE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SUMMARY-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           PERFORM PRINT-ONE-CODE-LINE
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > USED-SLOTS.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "**" TO PRINT-S-CODE.
           MOVE RECIPIENT-COUNT TO PRINT-S-RECIPIENTS.
           MOVE GRAND-GROSS TO PRINT-S-GROSS.
           MOVE GRAND-WITHHELD TO PRINT-S-WITHHELD.
           MOVE SUMMARY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "1042-S FORMS: " RECIPIENT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF MISSING-CODE-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "RECIPIENTS WITH NO INCOME CODE: "
                      MISSING-CODE-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "RECIPIENTS LEFT OUT OF THE CODE TABLE: "
                      OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "TOTAL TAX WITHHELD MUST AGREE WITH THE DEPOSITS"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "POSTED TO 2110-NRAWHT FOR THE SAME PERIOD."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-CODE-LINE.
           MOVE CODE-INCOME (CODE-SUB) TO PRINT-S-CODE.
           MOVE CODE-RECIPIENTS (CODE-SUB) TO PRINT-S-RECIPIENTS.
           MOVE CODE-GROSS (CODE-SUB) TO PRINT-S-GROSS.
           MOVE CODE-WITHHELD (CODE-SUB) TO PRINT-S-WITHHELD.
           MOVE SUMMARY-LINE TO PRINTER-RECORD.
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
           PERFORM WRITE-A-BLANK-LINE.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines
      * - only paid vouchers marked for
      * foreign-person withholding,
      * within the date range
      *--------------------------------
       READ-FIRST-VALID-WORK.
           PERFORM READ-NEXT-VALID-WORK.

       READ-NEXT-VALID-WORK.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM READ-NEXT-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y"
                  OR (    WORK-WHT-TYPE = "N"
                      AND WORK-VENDOR NOT = ZEROES
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

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plmsk01.cbl".

           COPY "plspl01.cbl".

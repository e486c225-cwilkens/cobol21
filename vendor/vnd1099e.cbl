      * once the dashes come out) goes on the
      * reject list instead of the file, so the
      * W-9 chase list writes itself.
      *
      * Each "B" record also carries the backup
      * withholding taken from those same
      * vouchers (VOUCHER-WHT-AMOUNT), and the
      * "C" record its total. VND1099S prints
      * the recipient copies from the same
      * vouchers by the same rules, so its
      * control page ties to this proof.
      *
      * A vendor with a W-8 on file is a foreign
      * person - reported on the 1042-S by
      * VND1042, never on a 1099 - and is left
      * out here.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slotp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "w1099e"
               ORGANIZATION IS SEQUENTIAL.

           COPY "fdotp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.

       FD  IRS-FILE
           LABEL RECORDS ARE OMITTED.
       01  IRS-RECORD                PIC X(132).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       77  REPORT-THRESHOLD         PIC 9(8)V99.

       77  VENDOR-TOTAL             PIC S9(8)V99 VALUE ZEROES.
       77  VENDOR-WHT-TOTAL         PIC S9(8)V99 VALUE ZEROES.
       77  PAYEE-COUNT              PIC 9(5) VALUE ZEROES.
       77  REJECT-COUNT             PIC 9(5) VALUE ZEROES.
       77  UNDER-COUNT              PIC 9(5) VALUE ZEROES.
       77  FILE-TOTAL               PIC S9(10)V99 VALUE ZEROES.
       77  FILE-WHT-TOTAL           PIC S9(10)V99 VALUE ZEROES.

       77  TIN-CLEAN                PIC X(9).
       77  TIN-DIGIT-COUNT          PIC 99.

           COPY "wsmsk01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

      *--------------------------------------------
      * Transmittal record layouts. Amounts ride as
      * unsigned cents, zero filled, the way the
           05  IRS-B-CITY            PIC X(20).
           05  IRS-B-STATE           PIC X(2).
           05  IRS-B-ZIP             PIC X(10).
           05  IRS-B-WITHHELD        PIC 9(10)V99.

       01  IRS-C-RECORD.
           05  FILLER                PIC X     VALUE "C".
           05  IRS-C-PAYEE-COUNT     PIC 9(8).
           05  IRS-C-TOTAL-AMOUNT    PIC 9(12)V99.
           05  IRS-C-TOTAL-WITHHELD  PIC 9(12)V99.

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC ZZZZZZ9.

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
       START-ONE-REPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          PAYEE-COUNT REJECT-COUNT UNDER-COUNT
                          FILE-TOTAL VENDOR-TOTAL
                          FILE-WHT-TOTAL VENDOR-WHT-TOTAL.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM START-NEW-PAGE.

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
               MOVE OTP-STATE TO VENDOR-STATE
               MOVE OTP-ZIP TO VENDOR-ZIP
               MOVE WORK-AMOUNT TO VENDOR-TOTAL
               MOVE WORK-WHT-AMOUNT TO VENDOR-WHT-TOTAL
               PERFORM DECIDE-THIS-PAYEE.

       READ-OTP-RECORD.
               MOVE SPACE TO VENDOR-TAX-ID
               MOVE "I" TO VENDOR-1099-TYPE.
           IF VENDOR-RECORD-FOUND = "Y"
                   AND (NOT VENDOR-REQUIRES-1099 OR VENDOR-W8-VALID)
               NEXT SENTENCE
           ELSE
           IF VENDOR-TOTAL < REPORT-THRESHOLD
           MOVE VENDOR-CITY TO IRS-B-CITY.
           MOVE VENDOR-STATE TO IRS-B-STATE.
           MOVE VENDOR-ZIP TO IRS-B-ZIP.
           MOVE VENDOR-WHT-TOTAL TO IRS-B-WITHHELD.
           MOVE IRS-B-RECORD TO IRS-RECORD.
           WRITE IRS-RECORD.
           ADD 1 TO PAYEE-COUNT.
           ADD VENDOR-TOTAL TO FILE-TOTAL.
           ADD VENDOR-WHT-TOTAL TO FILE-WHT-TOTAL.

       WRITE-TOTALS-RECORD.
           MOVE PAYEE-COUNT TO IRS-C-PAYEE-COUNT.
           MOVE FILE-TOTAL TO IRS-C-TOTAL-AMOUNT.
           MOVE FILE-WHT-TOTAL TO IRS-C-TOTAL-WITHHELD.
           MOVE IRS-C-RECORD TO IRS-RECORD.
           WRITE IRS-RECORD.

           STRING "TOTAL FILED: " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE FILE-WHT-TOTAL TO PRINT-AMOUNT.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "TOTAL WITHHELD: " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           COPY "pldate01.cbl".

           COPY "plmsk01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

      * run can be restarted from a given
      * check number without reprinting
      * the checks that came out fine.
      *
      * A check cut short by a tax levy or
      * garnishment (FDLVD01) shows each
      * deduction on its stub under the
      * order's reference, and the check
      * that paid the authority names the
      * vendor the order was against in
      * place of voucher detail.
      *
      * Nothing prints until treasury has
      * released the check run in
      * CHKRUN01: if any check the run
      * would print came from a pending
      * or rejected run, the whole print
      * is refused.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slstk01.cbl".

           COPY "slcrn01.cbl".

           COPY "sllvd01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdstk01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdlvd01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

           COPY "wssess01.cbl".

           COPY "wscrn01.cbl".

           COPY "wslvy01.cbl".

       01  FACE-DATE-LINE.
           05  FILLER                PIC X(45) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "DATE: ".
           05  FILLER                PIC X(3)  VALUE SPACE.
           05  FILLER                PIC X(11) VALUE "AMOUNT".

       01  STUB-LEVY-FOR.
           05  STUB-LEVY-KIND        PIC X(23).
           05  STUB-LEVY-VENDOR      PIC 9(7).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN INPUT CHECK-STOCK-FILE.
           OPEN INPUT CHECK-RUN-FILE.
           OPEN INPUT LEVY-DEDUCTION-FILE.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE CHECK-STOCK-FILE.
           CLOSE CHECK-RUN-FILE.
           CLOSE LEVY-DEDUCTION-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
               PERFORM GET-CHECK-ACCOUNT
               PERFORM GET-CHECK-DATE
               PERFORM GET-RESTART-NUMBER
               PERFORM FIND-HELD-CHECKS
               IF HELD-CHECK-COUNT NOT = ZEROES
                   PERFORM REFUSE-THE-HELD-RUN
               ELSE
                   PERFORM WARN-ON-CHECK-STOCK
                   IF STOCK-RUN-OK = "Y"
                       PERFORM DO-ALIGNMENT-PATTERNS
                       PERFORM PRINT-THE-CHECKS
                       DISPLAY " "
                       DISPLAY "CHECKS PRINTED: " PRINTED-COUNT.

      *--------------------------------
      * The release gate - a dry pass
      * of the same scan the print loop
      * makes, counting any check whose
      * run treasury has not released.
      *--------------------------------
       FIND-HELD-CHECKS.
           MOVE ZEROES TO HELD-CHECK-COUNT
                          HELD-RUN-ACCOUNT
                          HELD-RUN-FIRST.
           PERFORM READ-FIRST-VALID-CHECK.
           PERFORM COUNT-HELD-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".

       COUNT-HELD-CHECKS.
           PERFORM CHECK-THE-CHECK-RUN.
           IF CHECK-RUN-HELD = "Y"
               PERFORM NOTE-A-HELD-CHECK.
           PERFORM READ-NEXT-VALID-CHECK.

       REFUSE-THE-HELD-RUN.
           DISPLAY "NOTHING PRINTED - " HELD-CHECK-COUNT
                   " CHECK(S) ARE FROM A RUN NOT RELEASED".

      *--------------------------------
      * The run must not print past the
           PERFORM READ-FIRST-VOUCHER.
           PERFORM SCAN-VOUCHERS-FOR-STUB
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE CHECK-ACCOUNT TO LVY-CHECK-ACCOUNT.
           MOVE CHECK-NUMBER TO LVY-CHECK-NUMBER.
           PERFORM START-CHECK-LEVIES.
           PERFORM PRINT-STUB-LEVY-LINE
               UNTIL LVY-DED-AT-END = "Y".
           IF STUB-LINE-COUNT = ZEROES
               PERFORM FIND-LEVY-REMITTANCE
               IF LVY-REMIT-FOUND = "Y"
                   PERFORM PRINT-STUB-REMIT-LINES
               ELSE
                   MOVE "  (NO VOUCHER DETAIL ON FILE)"
                       TO PRINTER-RECORD
                   PERFORM WRITE-TO-PRINTER.

       SCAN-VOUCHERS-FOR-STUB.
           IF VOUCHER-CHECK-NO = CHECK-NUMBER AND
      *--------------------------------
      * The check is short of the
      * invoice total by the backup
      * or foreign-person withholding
      * sent to the IRS on the vendor's
      * behalf - say so on the stub, or
      * the phone rings.
      *--------------------------------
       PRINT-STUB-WHT-LINE.
           MOVE SPACE TO STUB-DETAIL-LINE.
           IF VOUCHER-WHT-IS-NRA
               MOVE "LESS U.S. TAX W/H (1042-S)" TO PRINT-STUB-FOR
           ELSE
               MOVE "LESS BACKUP W/H" TO PRINT-STUB-FOR.
           COMPUTE PRINT-STUB-AMOUNT = ZERO - VOUCHER-WHT-AMOUNT.
           PERFORM SET-PRINT-STUB-AMOUNT-PARENS.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Part of this check went to a
      * taxing authority or a court
      * under a levy or garnishment -
      * the order's reference goes in
      * the invoice column so the
      * vendor can match it to the
      * notice they were served.
      *--------------------------------
       PRINT-STUB-LEVY-LINE.
           MOVE SPACE TO STUB-DETAIL-LINE.
           MOVE LVYDED-REFERENCE TO PRINT-STUB-INVOICE.
           IF LVYDED-IS-TAX-LEVY
               MOVE "LESS TAX LEVY" TO PRINT-STUB-FOR
           ELSE
               MOVE "LESS GARNISHMENT" TO PRINT-STUB-FOR.
           COMPUTE PRINT-STUB-AMOUNT = ZERO - LVYDED-AMOUNT.
           PERFORM SET-PRINT-STUB-AMOUNT-PARENS.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO STUB-DETAIL-LINE.
           MOVE "  BALANCE STILL OWED" TO PRINT-STUB-FOR.
           MOVE LVYDED-BALANCE TO PRINT-STUB-AMOUNT.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-CHECK-LEVY.

      *--------------------------------
      * The authority's own check has
      * no voucher behind it - name the
      * vendor the order was served
      * against instead.
      *--------------------------------
       PRINT-STUB-REMIT-LINES.
           MOVE SPACE TO STUB-DETAIL-LINE.
           MOVE LVYDED-REFERENCE TO PRINT-STUB-INVOICE.
           IF LVYDED-IS-TAX-LEVY
               MOVE "TAX LEVY ON VENDOR" TO STUB-LEVY-KIND
           ELSE
               MOVE "GARNISHMENT ON VENDOR" TO STUB-LEVY-KIND.
           MOVE LVYDED-VENDOR TO STUB-LEVY-VENDOR.
           MOVE STUB-LEVY-FOR TO PRINT-STUB-FOR.
           MOVE LVYDED-AMOUNT TO PRINT-STUB-AMOUNT.
           PERFORM SET-PRINT-STUB-AMOUNT-PARENS.
           MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE LVYDED-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE SPACE TO STUB-DETAIL-LINE
               MOVE VENDOR-NAME TO PRINT-STUB-FOR
               MOVE STUB-DETAIL-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Spell the check amount out in
      * words - "ONE THOUSAND TWO
                       AND CHECK-CLEARED NOT = "Y"
                       AND NOT CHECK-IS-VOIDED
                       AND NOT CHECK-IS-ACH-PAID
                       AND NOT CHECK-IS-CARD
                       AND NOT CHECK-IS-ESCHEATED
                       AND NOT CHECK-IS-MANUAL).

           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plcrn01.cbl".

           COPY "pllvd01.cbl".

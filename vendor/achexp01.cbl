      * them off; the rest stay on the
      * printed REMIT-FILE as always.
      *
      * A payment cut short by a tax levy
      * or garnishment (FDLVD01) shows
      * each deduction on its advice under
      * the order's reference, and the
      * payment that went to the authority
      * names the vendor the order was
      * against in place of voucher
      * detail.
      *
      * A run-control bookmark (PLEXP01)
      * remembers the latest issue date
      * already transmitted: an attended
      * its range off the bookmark with
      * no prompting. Every transmission
      * is noted on the export run log.
      *
      * An employee expense reimbursement
      * (EXRMNT01) is a vendor-zero check
      * whose one-time payee record points
      * to the employee master; it goes
      * out by direct deposit when the
      * employee is set up for it there,
      * to the employee's own bank
      * details. The expense report itself
      * is the employee's remittance, so
      * no advice is written for it.
      *
      * Nothing is transmitted until
      * treasury has released the check
      * run in CHKRUN01: one check in the
      * range from a pending or rejected
      * run and the whole export is
      * refused, so the bookmark never
      * moves past a held check.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchk01.cbl".

           COPY "slckd01.cbl".
           COPY "slvnd02.cbl".
           COPY "slvouch.cbl".
           COPY "slvndaud.cbl".

           COPY "slotp01.cbl".

           COPY "slemp01.cbl".

           COPY "slhol01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           COPY "slcrn01.cbl".

           COPY "sllvd01.cbl".

           COPY "slsys01.cbl".

           SELECT ACH-FILE
               ASSIGN TO "achexp"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

           COPY "fdchk01.cbl".

           COPY "fdckd01.cbl".
           COPY "fdvnd04.cbl".
           COPY "fdvouch.cbl".
           COPY "fdvndaud.cbl".

           COPY "fdotp01.cbl".

           COPY "fdemp01.cbl".

           COPY "fdhol01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdlvd01.cbl".

           COPY "fdsys01.cbl".

       FD  ACH-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACH-RECORD.
       77  CHECK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  OTP-RECORD-FOUND          PIC X.
       77  EMP-RECORD-FOUND          PIC X.
       77  REMIT-DETAIL-COUNT        PIC 9(3).
       77  ELECTRONIC-ADVICE         PIC X.
       77  ADVICE-PATH               PIC X(20).

           COPY "wsdate01.cbl".

           COPY "wsckd01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

           COPY "wscrn01.cbl".

           COPY "wsbday01.cbl".

           COPY "wslvy01.cbl".

           COPY "wssys01.cbl".

       01  REMIT-LEVY-FOR.
           05  REMIT-LEVY-KIND       PIC X(23).
           05  REMIT-LEVY-VENDOR     PIC 9(7).

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-THRU-DATE       PIC Z9/99/9999.

       PROCEDURE DIVISION.
      *--------------------------------
      * Run unattended this is the
      * nightly stream's own step, inside
      * its batch window - only an
      * operator's run is refused.
      *--------------------------------
       PROGRAM-BEGIN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           MOVE "N" TO BATCH-WINDOW-REFUSES.
           IF SIGNED-ON-OPERATOR NOT = SPACE
               PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM OPENING-PROCEDURE
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.
           OPEN I-O CHECK-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT REMIT-FILE.
           OPEN INPUT HOLIDAY-FILE.
           OPEN INPUT CHECK-RUN-FILE.
           OPEN INPUT LEVY-DEDUCTION-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE ACH-FILE.
           CLOSE REMIT-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE CHECK-RUN-FILE.
           CLOSE LEVY-DEDUCTION-FILE.
           CLOSE EXPORT-CONTROL-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM CHECK-EXPORT-RANGE
               PERFORM CHECK-FOR-HELD-RUNS
               IF EXPORT-RANGE-IS-GOOD = "Y"
                   PERFORM RUN-THE-EXPORT
                   PERFORM NOTE-THIS-EXPORT-RUN.
      *--------------------------------
       RUN-UNATTENDED.
           PERFORM SET-UNATTENDED-RANGE.
           PERFORM CHECK-FOR-HELD-RUNS.
           IF EXPORT-RANGE-IS-GOOD = "Y"
               PERFORM RUN-THE-EXPORT
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * The release gate - a dry pass
      * over the range before a single
      * record is written.
      *--------------------------------
       CHECK-FOR-HELD-RUNS.
           IF EXPORT-RANGE-IS-GOOD = "Y"
               PERFORM FIND-HELD-CHECKS
               IF HELD-CHECK-COUNT NOT = ZEROES
                   MOVE "N" TO EXPORT-RANGE-IS-GOOD
                   DISPLAY "NOTHING EXPORTED - " HELD-CHECK-COUNT
                       " CHECK(S) ARE FROM A RUN NOT RELEASED".

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

       NOTE-THIS-EXPORT-RUN.
           MOVE EXPORTED-COUNT TO EXPORT-SENT-COUNT.
           MOVE EXPORTED-TOTAL TO EXPORT-SENT-TOTAL.
      * vendor's hands - exporting it
      * as a direct deposit would pay
      * them twice. A WIRPAY01 wire
      * settled the day it was sent, and
      * a vendor debit the day the vendor
      * took it - same double payment if
      * either went out again as a direct
      * deposit.
       PROCESS-THIS-CHECK.
           ADD 1 TO RECORD-COUNT.
           IF CHECK-IS-VOIDED
               NEXT SENTENCE
           ELSE
           IF CHECK-VENDOR = ZEROES
               PERFORM PROCESS-EMPLOYEE-CHECK
           ELSE
               MOVE CHECK-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
                   AND VENDOR-PRENOTE-ACCEPTED
                   AND NOT CHECK-IS-MANUAL
                   AND NOT CHECK-IS-WIRE
                   AND NOT CHECK-IS-DEBIT
                   AND NOT CHECK-IS-CARD
                   PERFORM EXPORT-THIS-CHECK.

       EXPORT-THIS-CHECK.
           PERFORM WRITE-REMIT-ADVICE.
           PERFORM PRINT-THE-RECORD.

      *--------------------------------------
      * A vendor-zero check is a one-time
      * payee's; it is an employee's when
      * the payee record on the voucher it
      * paid names one. There is no prenote
      * for an employee - the bank details
      * came from payroll, where they are
      * already in use.
      *--------------------------------------
       PROCESS-EMPLOYEE-CHECK.
           PERFORM FIND-THE-EMPLOYEE.
           IF EMP-RECORD-FOUND = "Y" AND EMP-PAID-BY-ACH
               AND NOT CHECK-IS-MANUAL
               AND NOT CHECK-IS-WIRE
               AND NOT CHECK-IS-DEBIT
               PERFORM EXPORT-EMPLOYEE-CHECK.

       FIND-THE-EMPLOYEE.
           MOVE "N" TO EMP-RECORD-FOUND.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM READ-NEXT-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR (    VOUCHER-CHECK-NO = CHECK-NUMBER
                       AND VOUCHER-ACCOUNT = CHECK-ACCOUNT).
           IF VOUCHER-FILE-AT-END NOT = "Y"
               MOVE VOUCHER-NUMBER TO OTP-VOUCHER
               PERFORM READ-OTP-RECORD
               IF OTP-RECORD-FOUND = "Y"
                   AND OTP-EMPLOYEE NOT = ZEROES
                   MOVE OTP-EMPLOYEE TO EMP-NUMBER
                   PERFORM READ-EMP-RECORD.

       EXPORT-EMPLOYEE-CHECK.
           ADD 1 TO EXPORTED-COUNT.
           ADD CHECK-AMOUNT TO EXPORTED-TOTAL.
           MOVE SPACE TO ACH-RECORD.
           MOVE EMP-ACH-ROUTING TO ACH-ROUTING-OUT.
           MOVE EMP-ACH-ACCOUNT TO ACH-ACCOUNT-OUT.
           MOVE CHECK-AMOUNT TO ACH-AMOUNT-OUT.
           MOVE ZEROES TO ACH-VENDOR-OUT.
           MOVE CHECK-REFERENCE TO ACH-REFERENCE-OUT.
           MOVE CHECK-NUMBER TO ACH-CHECK-NUMBER-OUT.
           PERFORM SET-THE-SETTLEMENT-DATE.
           MOVE BUSINESS-DAY-DATE TO ACH-EFFECTIVE-OUT.
           WRITE ACH-RECORD.
           PERFORM MARK-CHECK-AS-ACH-PAID.
           PERFORM PRINT-THE-RECORD.

      *--------------------------------------
      * So later reports don't also treat
      * this check as a live, mailed paper
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-OTP-RECORD.
           MOVE "Y" TO OTP-RECORD-FOUND.
           READ ONE-TIME-PAYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO OTP-RECORD-FOUND.

       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

      *--------------------------------------
      * One remittance advice per payment -
      * header, payment line, then one line
           PERFORM READ-FIRST-VOUCHER.
           PERFORM SCAN-VOUCHERS-FOR-ADVICE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE CHECK-ACCOUNT TO LVY-CHECK-ACCOUNT.
           MOVE CHECK-NUMBER TO LVY-CHECK-NUMBER.
           PERFORM START-CHECK-LEVIES.
           PERFORM WRITE-ADVICE-LEVY-LINE
               UNTIL LVY-DED-AT-END = "Y".
           IF REMIT-DETAIL-COUNT = ZEROES
               PERFORM FIND-LEVY-REMITTANCE
               IF LVY-REMIT-FOUND = "Y"
                   PERFORM WRITE-ADVICE-REMIT-LINE
               ELSE
                   MOVE "  (NO VOUCHER DETAIL ON FILE)"
                       TO REMIT-RECORD
                   PERFORM WRITE-ADVICE-RECORD.
           MOVE ALL "-" TO REMIT-RECORD.
           PERFORM WRITE-ADVICE-RECORD.

           PERFORM WRITE-ADVICE-RECORD.
           ADD 1 TO REMIT-DETAIL-COUNT.

      *--------------------------------
      * Part of this payment went to a
      * taxing authority or a court -
      * the order's reference goes in
      * the invoice column, with what
      * is still owed on it.
      *--------------------------------
       WRITE-ADVICE-LEVY-LINE.
           MOVE SPACE TO REMIT-DETAIL-LINE.
           MOVE LVYDED-REFERENCE TO REMIT-INVOICE.
           IF LVYDED-IS-TAX-LEVY
               MOVE "LESS TAX LEVY" TO REMIT-FOR
           ELSE
               MOVE "LESS GARNISHMENT" TO REMIT-FOR.
           COMPUTE REMIT-DETAIL-AMOUNT = ZERO - LVYDED-AMOUNT.
           PERFORM SET-REMIT-DETAIL-PARENS.
           MOVE REMIT-DETAIL-LINE TO REMIT-RECORD.
           PERFORM WRITE-ADVICE-RECORD.
           MOVE SPACE TO REMIT-DETAIL-LINE.
           MOVE "  BALANCE STILL OWED" TO REMIT-FOR.
           MOVE LVYDED-BALANCE TO REMIT-DETAIL-AMOUNT.
           MOVE REMIT-DETAIL-LINE TO REMIT-RECORD.
           PERFORM WRITE-ADVICE-RECORD.
           PERFORM READ-NEXT-CHECK-LEVY.

      *--------------------------------
      * The authority's own payment has
      * no voucher behind it - name the
      * vendor the order was served
      * against instead.
      *--------------------------------
       WRITE-ADVICE-REMIT-LINE.
           MOVE SPACE TO REMIT-DETAIL-LINE.
           MOVE LVYDED-REFERENCE TO REMIT-INVOICE.
           IF LVYDED-IS-TAX-LEVY
               MOVE "TAX LEVY ON VENDOR" TO REMIT-LEVY-KIND
           ELSE
               MOVE "GARNISHMENT ON VENDOR" TO REMIT-LEVY-KIND.
           MOVE LVYDED-VENDOR TO REMIT-LEVY-VENDOR.
           MOVE REMIT-LEVY-FOR TO REMIT-FOR.
           MOVE LVYDED-AMOUNT TO REMIT-DETAIL-AMOUNT.
           PERFORM SET-REMIT-DETAIL-PARENS.
           MOVE REMIT-DETAIL-LINE TO REMIT-RECORD.
           PERFORM WRITE-ADVICE-RECORD.

       SET-REMIT-DETAIL-PARENS.
           MOVE SPACE TO REMIT-DETAIL-PAREN.
           IF REMIT-DETAIL-AMOUNT (14:1) = "-"
           MOVE SPACE TO DETAIL-LINE.
           MOVE CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE CHECK-VENDOR TO PRINT-VENDOR-NUMBER.
           IF CHECK-VENDOR = ZEROES
               MOVE EMP-NAME TO PRINT-VENDOR-NAME
           ELSE
               MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE CHECK-AMOUNT TO PRINT-AMOUNT.
           PERFORM SET-PRINT-AMOUNT-PARENS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.

      *--------------------------------
      * Read first, read next routines
      * The checks issued in the date
      * range come off the issue date
      * key and are sorted back into
      * CHECK-ACCOUNT + CHECK-NUMBER
      * order (PLCKD01), so only the
      * range is read, not the file.
      *--------------------------------
       READ-FIRST-VALID-CHECK.
           MOVE FROM-DATE TO CKD-FROM-DATE.
           MOVE THRU-DATE TO CKD-THRU-DATE.
           PERFORM OPEN-CHECKS-IN-RANGE.
           PERFORM READ-NEXT-VALID-CHECK.

       READ-NEXT-VALID-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.
                      AND CHECK-ISSUE-DATE NOT > THRU-DATE).

       READ-NEXT-CHECK-RECORD.
           PERFORM READ-NEXT-CHECK-IN-RANGE.
           MOVE CKD-WORK-AT-END TO CHECK-FILE-AT-END.

      *--------------------------------
      * Utility routines
           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plcrn01.cbl".

           COPY "plckd01.cbl".

           COPY "pllvd01.cbl".

           COPY "plsys01.cbl".

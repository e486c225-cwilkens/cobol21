       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDEXP01.
      *------------------------------------
      * Virtual Card Payment Request Export
      *
      * VCHPAY02 writes a card program
      * vendor's payment as a check
      * record marked CHECK-PAID-BY-CARD,
      * numbered in the account's card
      * series, with its card status "not
      * sent". This program puts every
      * such payment on the card issuer's
      * payment request file (CARD-FILE) -
      * one payment line carrying the
      * vendor's supplier ID at the
      * issuer, the amount, our account
      * and payment number and the payee,
      * followed by one remittance line
      * per invoice the payment covered,
      * off the vouchers stamped with it,
      * so the issuer can pass the detail
      * on with the single-use card. Each
      * payment sent is marked
      * "requested" so it can never go
      * twice; CRDSET01 later takes the
      * issuer's settlement file and
      * marks it settled or declined.
      * A payment cut short by a tax levy
      * or garnishment (FDLVD01) carries
      * a negative remittance line per
      * deduction, under the order's
      * reference.
      *
      * Selection runs off the card
      * status, not a date range - a
      * payment waits, however old, until
      * it has gone. So nothing is held
      * up behind it, a payment from a
      * check run not yet released in
      * CHKRUN01 is simply left for a
      * later export and counted on the
      * register; so is one whose vendor
      * has no supplier ID on file any
      * longer (fix it in VNDMNT04 and
      * it goes next time).
      *
      * No money moves by card until
      * every vendor banking or remit-to
      * change - the supplier ID among
      * them - is signed off in VNDAUD01.
      * With no one signed on (the
      * nightly stream) the export runs
      * without prompting.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchk01.cbl".
           COPY "slvnd02.cbl".
           COPY "slvouch.cbl".
           COPY "slvndaud.cbl".

           COPY "slsess01.cbl".

           COPY "slcrn01.cbl".

           COPY "sllvd01.cbl".

           COPY "slsys01.cbl".

           SELECT CARD-FILE
               ASSIGN TO "crdreq"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchk01.cbl".
           COPY "fdvnd04.cbl".
           COPY "fdvouch.cbl".
           COPY "fdvndaud.cbl".

           COPY "fdsess01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdlvd01.cbl".

           COPY "fdsys01.cbl".

      *--------------------------------
      * Payment line ("P") then its
      * remittance lines ("R"). Amounts
      * sign leading separate - a credit
      * memo netted into the payment is
      * a negative remittance line.
      *--------------------------------
       FD  CARD-FILE
           LABEL RECORDS ARE OMITTED.
       01  CARD-PAYMENT-RECORD.
           05  CARD-LINE-TYPE-OUT       PIC X(1).
           05  FILLER                   PIC X(1).
           05  CARD-SUPPLIER-OUT        PIC X(15).
           05  FILLER                   PIC X(1).
           05  CARD-VENDOR-OUT          PIC 9(7).
           05  FILLER                   PIC X(1).
           05  CARD-AMOUNT-OUT          PIC 9(8)V99.
           05  FILLER                   PIC X(1).
           05  CARD-ACCOUNT-OUT         PIC 9(10).
           05  FILLER                   PIC X(1).
           05  CARD-NUMBER-OUT          PIC 9(8).
           05  FILLER                   PIC X(1).
           05  CARD-PAYEE-OUT           PIC X(30).
           05  FILLER                   PIC X(1).
           05  CARD-ISSUE-DATE-OUT      PIC 9(8).
       01  CARD-REMIT-RECORD.
           05  CARD-REMIT-TYPE-OUT      PIC X(1).
           05  FILLER                   PIC X(1).
           05  CARD-REMIT-NUMBER-OUT    PIC 9(8).
           05  FILLER                   PIC X(1).
           05  CARD-REMIT-INVOICE-OUT   PIC X(15).
           05  FILLER                   PIC X(1).
           05  CARD-REMIT-FOR-OUT       PIC X(30).
           05  FILLER                   PIC X(1).
           05  CARD-REMIT-AMOUNT-OUT    PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(27).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  AUDIT-FILE-AT-END         PIC X.
       77  UNREVIEWED-CHANGES        PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  REMIT-DETAIL-COUNT        PIC 9(3).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  EXPORTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  EXPORTED-TOTAL            PIC S9(9)V99 VALUE ZEROES.
       77  NO-SUPPLIER-COUNT         PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wscrn01.cbl".

           COPY "wslvy01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-VENDOR-NUMBER   PIC ZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-VENDOR-NAME     PIC X(30).
           05  PRINT-AMOUNT-PAREN    PIC X VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NOTE            PIC X(15).

       01  TOTAL-LINE.
           05  FILLER                PIC X(22)
               VALUE "CARD PAYMENTS SENT:".
           05  PRINT-EXPORTED-COUNT  PIC ZZZZ9.
           05  FILLER                PIC X(4) VALUE SPACE.
           05  FILLER                PIC X(14) VALUE "TOTAL AMOUNT:".
           05  PRINT-EXPORTED-TOTAL-PAREN PIC X VALUE SPACE.
           05  PRINT-EXPORTED-TOTAL  PIC ZZZ,ZZZ,ZZ9.99-.

       01  COLUMN-LINE.
           05  FILLER                PIC X(6)  VALUE "CARD#".
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "VEND#".
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(30) VALUE "VENDOR NAME".
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  FILLER                PIC X(11) VALUE "AMOUNT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(33)
               VALUE "VIRTUAL CARD PAYMENT REQUESTS".
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O CHECK-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT CHECK-RUN-FILE.
           OPEN INPUT LEVY-DEDUCTION-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CHECK-RUN-FILE.
           CLOSE LEVY-DEDUCTION-FILE.

       MAIN-PROCESS.
           PERFORM CHECK-UNREVIEWED-CHANGES.
           IF UNREVIEWED-CHANGES = "Y"
               NEXT SENTENCE
           ELSE
           IF SIGNED-ON-OPERATOR = SPACE
               PERFORM RUN-THE-EXPORT
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM RUN-THE-EXPORT.

      *--------------------------------
      * The issuer's request file is
      * only opened when there is a run
      * to make, so a refused run never
      * leaves an empty file behind to
      * be sent.
      *--------------------------------
       RUN-THE-EXPORT.
           OPEN OUTPUT CARD-FILE.
           PERFORM START-ONE-REPORT.
           PERFORM PROCESS-CHECKS.
           PERFORM END-ONE-REPORT.
           CLOSE CARD-FILE.
           PERFORM END-LAST-PAGE.

      *--------------------------------
      * No money moves by card until
      * every change to a vendor's
      * banking or remit-to details has
      * been signed off by a supervisor
      * in VNDAUD01.
      *--------------------------------
       CHECK-UNREVIEWED-CHANGES.
           MOVE "N" TO UNREVIEWED-CHANGES.
           OPEN INPUT VENDOR-AUDIT-FILE.
           PERFORM READ-FIRST-AUDIT-RECORD.
           PERFORM SCAN-FOR-UNREVIEWED
               UNTIL AUDIT-FILE-AT-END = "Y"
                   OR UNREVIEWED-CHANGES = "Y".
           CLOSE VENDOR-AUDIT-FILE.
           IF UNREVIEWED-CHANGES = "Y"
               DISPLAY "VENDOR BANKING/REMIT-TO CHANGES ARE WAITING"
               DISPLAY "FOR SUPERVISOR SIGN-OFF IN VNDAUD01 - THE"
               DISPLAY "CARD EXPORT WILL NOT START UNTIL THEY ARE"
               DISPLAY "REVIEWED.".

       SCAN-FOR-UNREVIEWED.
           IF NOT VNDAUD-IS-REVIEWED
               MOVE "Y" TO UNREVIEWED-CHANGES.
           IF AUDIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-AUDIT-RECORD.

       READ-FIRST-AUDIT-RECORD.
           MOVE LOW-VALUES TO VNDAUD-KEY.
           MOVE "N" TO AUDIT-FILE-AT-END.
           START VENDOR-AUDIT-FILE
               KEY NOT < VNDAUD-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
           IF AUDIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-AUDIT-RECORD.

       READ-NEXT-AUDIT-RECORD.
           MOVE "N" TO AUDIT-FILE-AT-END.
           READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD VIRTUAL CARD PAYMENT REQUESTS (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       START-ONE-REPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          EXPORTED-COUNT EXPORTED-TOTAL
                          NO-SUPPLIER-COUNT
                          HELD-CHECK-COUNT HELD-RUN-ACCOUNT
                          HELD-RUN-FIRST.
           PERFORM START-NEW-PAGE.

       END-ONE-REPORT.
           IF EXPORTED-COUNT = ZEROES
               MOVE "NO CARD PAYMENTS WAITING TO BE SENT"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.
           PERFORM PRINT-THE-LEFTOVERS.

       PROCESS-CHECKS.
           PERFORM READ-FIRST-VALID-CHECK.
           PERFORM PROCESS-ALL-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".

       PROCESS-ALL-CHECKS.
           PERFORM PROCESS-THIS-CHECK.
           PERFORM READ-NEXT-VALID-CHECK.

      *--------------------------------
      * The release gate first - a card
      * payment from a run still
      * pending (or rejected) in
      * CHKRUN01 does not go - then the
      * vendor must still have its
      * supplier ID at the issuer.
      *--------------------------------
       PROCESS-THIS-CHECK.
           PERFORM CHECK-THE-CHECK-RUN.
           IF CHECK-RUN-HELD = "Y"
               PERFORM NOTE-A-HELD-CHECK
           ELSE
               MOVE CHECK-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   AND VENDOR-CARD-SUPPLIER-ID NOT = SPACE
                   PERFORM EXPORT-THIS-CHECK
               ELSE
                   PERFORM NOTE-NO-SUPPLIER-ID.

       EXPORT-THIS-CHECK.
           ADD 1 TO EXPORTED-COUNT.
           ADD CHECK-AMOUNT TO EXPORTED-TOTAL.
           MOVE SPACE TO CARD-PAYMENT-RECORD.
           MOVE "P" TO CARD-LINE-TYPE-OUT.
           MOVE VENDOR-CARD-SUPPLIER-ID TO CARD-SUPPLIER-OUT.
           MOVE CHECK-VENDOR TO CARD-VENDOR-OUT.
           MOVE CHECK-AMOUNT TO CARD-AMOUNT-OUT.
           MOVE CHECK-ACCOUNT TO CARD-ACCOUNT-OUT.
           MOVE CHECK-NUMBER TO CARD-NUMBER-OUT.
           MOVE VENDOR-NAME TO CARD-PAYEE-OUT.
           MOVE CHECK-ISSUE-DATE TO CARD-ISSUE-DATE-OUT.
           WRITE CARD-PAYMENT-RECORD.
           PERFORM WRITE-THE-REMITTANCE.
           PERFORM MARK-CHECK-AS-REQUESTED.
           MOVE "REQUESTED" TO PRINT-NOTE.
           PERFORM PRINT-THE-RECORD.

       NOTE-NO-SUPPLIER-ID.
           ADD 1 TO NO-SUPPLIER-COUNT.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
           MOVE "NO SUPPLIER ID" TO PRINT-NOTE.
           PERFORM PRINT-THE-RECORD.

      *--------------------------------
      * Once on the request file the
      * payment is the issuer's to make
      * - it is never sent again.
      *--------------------------------
       MARK-CHECK-AS-REQUESTED.
           MOVE "R" TO CHECK-CARD-STATUS.
           REWRITE CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK RECORD".

      *--------------------------------
      * One remittance line per voucher
      * the payment covered, found by
      * scanning the voucher file for
      * this payment number (the voucher
      * file has no key on
      * VOUCHER-CHECK-NO). The amount is
      * what this payment paid the
      * voucher.
      *--------------------------------
       WRITE-THE-REMITTANCE.
           MOVE ZEROES TO REMIT-DETAIL-COUNT.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM SCAN-VOUCHERS-FOR-REMITTANCE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE CHECK-ACCOUNT TO LVY-CHECK-ACCOUNT.
           MOVE CHECK-NUMBER TO LVY-CHECK-NUMBER.
           PERFORM START-CHECK-LEVIES.
           PERFORM WRITE-ONE-LEVY-LINE
               UNTIL LVY-DED-AT-END = "Y".

       SCAN-VOUCHERS-FOR-REMITTANCE.
           IF VOUCHER-CHECK-NO = CHECK-NUMBER AND
              VOUCHER-ACCOUNT = CHECK-ACCOUNT
               PERFORM WRITE-ONE-REMIT-LINE.
           PERFORM READ-NEXT-VOUCHER.

       WRITE-ONE-REMIT-LINE.
           MOVE SPACE TO CARD-REMIT-RECORD.
           MOVE "R" TO CARD-REMIT-TYPE-OUT.
           MOVE CHECK-NUMBER TO CARD-REMIT-NUMBER-OUT.
           MOVE VOUCHER-INVOICE TO CARD-REMIT-INVOICE-OUT.
           MOVE VOUCHER-FOR TO CARD-REMIT-FOR-OUT.
           MOVE VOUCHER-LAST-PAID-AMOUNT TO CARD-REMIT-AMOUNT-OUT.
           WRITE CARD-REMIT-RECORD.
           ADD 1 TO REMIT-DETAIL-COUNT.

       WRITE-ONE-LEVY-LINE.
           MOVE SPACE TO CARD-REMIT-RECORD.
           MOVE "R" TO CARD-REMIT-TYPE-OUT.
           MOVE CHECK-NUMBER TO CARD-REMIT-NUMBER-OUT.
           MOVE LVYDED-REFERENCE TO CARD-REMIT-INVOICE-OUT.
           IF LVYDED-IS-TAX-LEVY
               MOVE "LESS TAX LEVY" TO CARD-REMIT-FOR-OUT
           ELSE
               MOVE "LESS GARNISHMENT" TO CARD-REMIT-FOR-OUT.
           COMPUTE CARD-REMIT-AMOUNT-OUT = ZERO - LVYDED-AMOUNT.
           WRITE CARD-REMIT-RECORD.
           PERFORM READ-NEXT-CHECK-LEVY.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

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

       PRINT-THE-RECORD.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE CHECK-VENDOR TO PRINT-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           MOVE CHECK-AMOUNT TO PRINT-AMOUNT.
           PERFORM SET-PRINT-AMOUNT-PARENS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EXPORTED-COUNT TO PRINT-EXPORTED-COUNT.
           MOVE EXPORTED-TOTAL TO PRINT-EXPORTED-TOTAL.
           PERFORM SET-PRINT-EXPORTED-TOTAL-PARENS.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-LEFTOVERS.
           IF HELD-CHECK-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "LEFT FOR A LATER EXPORT - RUN NOT RELEASED: "
                      HELD-CHECK-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF NO-SUPPLIER-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "LEFT FOR A LATER EXPORT - NO SUPPLIER ID: "
                      NO-SUPPLIER-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

      *----------------------------------------
      * Show negative amounts in parentheses,
      * accounting-style, instead of a trailing
      * minus sign.
      *----------------------------------------
       SET-PRINT-AMOUNT-PARENS.
           MOVE SPACE TO PRINT-AMOUNT-PAREN.
           IF PRINT-AMOUNT (14:1) = "-"
               MOVE "(" TO PRINT-AMOUNT-PAREN
               MOVE ")" TO PRINT-AMOUNT (14:1).

       SET-PRINT-EXPORTED-TOTAL-PARENS.
           MOVE SPACE TO PRINT-EXPORTED-TOTAL-PAREN.
           IF PRINT-EXPORTED-TOTAL (15:1) = "-"
               MOVE "(" TO PRINT-EXPORTED-TOTAL-PAREN
               MOVE ")" TO PRINT-EXPORTED-TOTAL (15:1).

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines.
      * Only card payments not yet sent
      * (and not voided since) are
      * considered.
      *--------------------------------
       READ-FIRST-VALID-CHECK.
           MOVE LOW-VALUES TO CHECK-KEY.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VALID-CHECK.

       READ-NEXT-VALID-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.
           PERFORM READ-NEXT-CHECK-RECORD
               UNTIL CHECK-FILE-AT-END = "Y"
                  OR (    CHECK-IS-CARD
                      AND CHECK-CARD-NOT-SENT
                      AND NOT CHECK-IS-VOIDED).

       READ-NEXT-CHECK-RECORD.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------

           COPY "plsess01.cbl".

           COPY "plcrn01.cbl".

           COPY "pllvd01.cbl".

           COPY "plsys01.cbl".

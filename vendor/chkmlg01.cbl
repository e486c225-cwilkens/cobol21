      * put on stock - count them on
      * the desk before the envelopes
      * leave the room.
      *
      * Nothing labels until treasury has
      * released the check run in
      * CHKRUN01: one check of the date
      * from a pending or rejected run
      * and no labels print at all.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slotp01.cbl".

           COPY "slcrn01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE

           COPY "fdotp01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE

           COPY "wscase01.cbl".

           COPY "wscrn01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN INPUT CHECK-RUN-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE CHECK-RUN-FILE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CHECK-ACCOUNT
               PERFORM GET-CHECK-DATE
               PERFORM FIND-HELD-CHECKS
               IF HELD-CHECK-COUNT NOT = ZEROES
                   PERFORM REFUSE-THE-HELD-RUN
               ELSE
                   PERFORM PRINT-THE-LABELS
                   PERFORM PRINT-THE-BALANCE-PAGE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CHECK-DATE-ENTRY.

      *--------------------------------
      * The release gate - a dry pass
      * over the run's checks before a
      * single label is spooled.
      *--------------------------------
       FIND-HELD-CHECKS.
           MOVE ZEROES TO HELD-CHECK-COUNT
                          HELD-RUN-ACCOUNT
                          HELD-RUN-FIRST.
           PERFORM READ-FIRST-RUN-CHECK.
           PERFORM COUNT-HELD-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".

       COUNT-HELD-CHECKS.
           PERFORM CHECK-THE-CHECK-RUN.
           IF CHECK-RUN-HELD = "Y"
               PERFORM NOTE-A-HELD-CHECK.
           PERFORM READ-NEXT-RUN-CHECK.

       REFUSE-THE-HELD-RUN.
           DISPLAY "NO LABELS PRINTED - " HELD-CHECK-COUNT
                   " CHECK(S) ARE FROM A RUN NOT RELEASED".

       PRINT-THE-LABELS.
           MOVE ZEROES TO LABEL-COUNT HELD-COUNT ACH-COUNT.
           PERFORM READ-FIRST-RUN-CHECK.
               UNTIL CHECK-FILE-AT-END = "Y".

       LABEL-ALL-CHECKS.
           IF CHECK-IS-ACH-PAID OR CHECK-IS-CARD
               ADD 1 TO ACH-COUNT
           ELSE
           IF CHECK-CLEARED NOT = "Y"
           PERFORM WRITE-TO-PRINTER.
           IF ACH-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "ACH/CARD PAYMENTS (NEVER PRINTED): " ACH-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plcrn01.cbl".

           COPY "plspl01.cbl".

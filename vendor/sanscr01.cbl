       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANSCR01.
      *------------------------------------
      * Sanctions Screening Run
      *
      * Screens everyone we pay against
      * the SDN list (FDSDN01, loaded by
      * SDNLOD01): every vendor's name,
      * every vendor's remit-to name when
      * the remit-to is in use, and every
      * one-time payee's name. The
      * matching is on the normalized
      * name (PLSAN01) - case, punctuation,
      * corporate noise words and word
      * order do not hide a match.
      *
      * Each match is a hit on the
      * sanctions hit file (FDSAN01),
      * written open the first time it is
      * found. The report lists every hit
      * still waiting on a compliance
      * officer (NEW when this run found
      * it) and every confirmed one. An
      * open or confirmed hit stops
      * VCHPAY02 and WIRPAY01 paying the
      * party until the officer clears it
      * in SANREV01.
      *
      * Run it after every SDNLOD01 load.
      * VNDMNT04 and VNDIMP01 screen a new
      * vendor as it is added.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsdn01.cbl".

           COPY "slsan01.cbl".

           COPY "slvnd02.cbl".

           COPY "slotp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsdn01.cbl".

           COPY "fdsan01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdotp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  VENDOR-FILE-AT-END        PIC X.
       77  OTP-FILE-AT-END           PIC X.
       77  HIT-FILE-AT-END           PIC X.

       77  TODAY-DATE                PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  VENDOR-COUNT              PIC 9(5) VALUE ZEROES.
       77  REMIT-COUNT               PIC 9(5) VALUE ZEROES.
       77  PAYEE-COUNT               PIC 9(5) VALUE ZEROES.
       77  NEW-HIT-COUNT             PIC 9(5) VALUE ZEROES.
       77  OPEN-HIT-COUNT            PIC 9(5) VALUE ZEROES.
       77  CONFIRMED-HIT-COUNT       PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssan01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  HIT-LINE.
           05  PRINT-PARTY-KIND      PIC X(6).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-PARTY           PIC 9(7).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-SCREENED-NAME   PIC X(24).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-ENTRY           PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-SDN-NAME        PIC X(22).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-HIT-STATUS      PIC X(9).

       01  COLUMN-LINE.
           05  FILLER                PIC X(15) VALUE "PARTY".
           05  FILLER                PIC X(25) VALUE "NAME SCREENED".
           05  FILLER                PIC X(8)  VALUE "  ENTRY".
           05  FILLER                PIC X(23) VALUE "SDN NAME".
           05  FILLER                PIC X(9)  VALUE "STATUS".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(35)
               VALUE "SANCTIONS SCREENING - POSSIBLE HITS".
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
           PERFORM GET-SIGNED-ON-OPERATOR.
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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SDN-FILE.
           OPEN I-O SANCTIONS-HIT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.

       CLOSING-PROCEDURE.
           CLOSE SDN-FILE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM SCREEN-ALL-VENDORS
               PERFORM SCREEN-ALL-PAYEES
               PERFORM PRINT-THE-HITS
               PERFORM END-LAST-PAGE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "SCREEN ALL VENDORS AND PAYEES AGAINST THE".
           DISPLAY "SANCTIONS LIST (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Inactive vendors too - one can
      * be switched back on and paid
      * without ever being added again.
      *--------------------------------
       SCREEN-ALL-VENDORS.
           PERFORM READ-FIRST-VENDOR.
           PERFORM SCREEN-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

       SCREEN-ONE-VENDOR.
           ADD 1 TO VENDOR-COUNT.
           MOVE "V" TO SAN-SCREEN-TYPE.
           MOVE VENDOR-NUMBER TO SAN-SCREEN-PARTY.
           MOVE VENDOR-NAME TO SAN-SCREEN-NAME.
           PERFORM SCREEN-SANCTIONS-NAME.
           ADD SAN-SCREEN-NEW TO NEW-HIT-COUNT.
           IF VENDOR-REMIT-TO-USED
                   AND VENDOR-REMIT-NAME NOT = SPACE
               ADD 1 TO REMIT-COUNT
               MOVE "R" TO SAN-SCREEN-TYPE
               MOVE VENDOR-REMIT-NAME TO SAN-SCREEN-NAME
               PERFORM SCREEN-SANCTIONS-NAME
               ADD SAN-SCREEN-NEW TO NEW-HIT-COUNT.
           PERFORM READ-NEXT-VENDOR.

       SCREEN-ALL-PAYEES.
           PERFORM READ-FIRST-OTP-RECORD.
           PERFORM SCREEN-ONE-PAYEE
               UNTIL OTP-FILE-AT-END = "Y".

       SCREEN-ONE-PAYEE.
           ADD 1 TO PAYEE-COUNT.
           MOVE "O" TO SAN-SCREEN-TYPE.
           MOVE OTP-VOUCHER TO SAN-SCREEN-PARTY.
           MOVE OTP-NAME TO SAN-SCREEN-NAME.
           PERFORM SCREEN-SANCTIONS-NAME.
           ADD SAN-SCREEN-NEW TO NEW-HIT-COUNT.
           PERFORM READ-NEXT-OTP-RECORD.

      *--------------------------------
      * Everything not yet cleared -
      * the open hits the officer owes
      * a decision on and the confirmed
      * ones payment stays stopped for.
      *--------------------------------
       PRINT-THE-HITS.
           PERFORM START-NEW-PAGE.
           PERFORM READ-FIRST-HIT-RECORD.
           PERFORM CHECK-ALL-HITS
               UNTIL HIT-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.

       CHECK-ALL-HITS.
           IF SANHIT-BLOCKS-PAYMENT
               PERFORM PRINT-ONE-HIT.
           PERFORM READ-NEXT-HIT-RECORD.

       PRINT-ONE-HIT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO HIT-LINE.
           IF SANHIT-IS-VENDOR
               MOVE "VENDOR" TO PRINT-PARTY-KIND
           ELSE
           IF SANHIT-IS-REMIT-TO
               MOVE "REMIT" TO PRINT-PARTY-KIND
           ELSE
               MOVE "PAYEE" TO PRINT-PARTY-KIND.
           MOVE SANHIT-PARTY TO PRINT-PARTY.
           MOVE SANHIT-SCREENED-NAME TO PRINT-SCREENED-NAME.
           MOVE SANHIT-ENTRY TO PRINT-ENTRY.
           MOVE SANHIT-SDN-NAME TO PRINT-SDN-NAME.
           IF SANHIT-IS-CONFIRMED
               MOVE "CONFIRMED" TO PRINT-HIT-STATUS
               ADD 1 TO CONFIRMED-HIT-COUNT
           ELSE
           IF SANHIT-FOUND-DATE = TODAY-DATE
               MOVE "NEW" TO PRINT-HIT-STATUS
               ADD 1 TO OPEN-HIT-COUNT
           ELSE
               MOVE "OPEN" TO PRINT-HIT-STATUS
               ADD 1 TO OPEN-HIT-COUNT.
           MOVE HIT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "VENDOR NAMES SCREENED:" TO PRINT-TOTAL-TEXT.
           MOVE VENDOR-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "REMIT-TO NAMES SCREENED:" TO PRINT-TOTAL-TEXT.
           MOVE REMIT-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "ONE-TIME PAYEES SCREENED:" TO PRINT-TOTAL-TEXT.
           MOVE PAYEE-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "NEW HITS THIS RUN:" TO PRINT-TOTAL-TEXT.
           MOVE NEW-HIT-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "HITS AWAITING REVIEW (SANREV01):"
               TO PRINT-TOTAL-TEXT.
           MOVE OPEN-HIT-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "CONFIRMED HITS - PAYMENT STOPPED:"
               TO PRINT-TOTAL-TEXT.
           MOVE CONFIRMED-HIT-COUNT TO PRINT-TOTAL-COUNT.
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

       READ-FIRST-OTP-RECORD.
           MOVE ZEROES TO OTP-VOUCHER.
           MOVE "N" TO OTP-FILE-AT-END.
           START ONE-TIME-PAYEE-FILE
               KEY NOT < OTP-VOUCHER
               INVALID KEY
               MOVE "Y" TO OTP-FILE-AT-END.
           IF OTP-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OTP-RECORD.

       READ-NEXT-OTP-RECORD.
           MOVE "N" TO OTP-FILE-AT-END.
           READ ONE-TIME-PAYEE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OTP-FILE-AT-END.

       READ-FIRST-HIT-RECORD.
           MOVE LOW-VALUES TO SANHIT-KEY.
           MOVE "N" TO HIT-FILE-AT-END.
           START SANCTIONS-HIT-FILE
               KEY NOT < SANHIT-KEY
               INVALID KEY
               MOVE "Y" TO HIT-FILE-AT-END.
           IF HIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HIT-RECORD.

       READ-NEXT-HIT-RECORD.
           MOVE "N" TO HIT-FILE-AT-END.
           READ SANCTIONS-HIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HIT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsan01.cbl".

           COPY "plsan02.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

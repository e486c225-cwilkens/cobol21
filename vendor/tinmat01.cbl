       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINMAT01.
      *------------------------------------
      * IRS Bulk TIN Matching
      *
      * Run ahead of VND1099E so a bad
      * name/TIN pair is caught while
      * there is still time to chase a
      * new W-9, instead of coming back
      * as a B-notice after filing.
      *
      * EXPORT writes the bulk TIN
      * matching request file "tinreq",
      * one line per payee:
      *
      *   type;TIN;name;account
      *
      * type 1 EIN, 2 SSN, 3 unknown
      * (told apart by where the dash
      * sits in the tax ID as keyed),
      * TIN nine digits, name as on
      * file, and an account of "V" +
      * vendor number or "O" + voucher
      * number so the answer can be
      * matched back. Every vendor that
      * requires a 1099 is sent, and
      * every one-time payee flagged
      * reportable. A tax ID that is
      * not nine digits is not sent -
      * it is listed instead, since the
      * IRS would only bounce it.
      *
      * IMPORT reads the result file
      * "tinres" - the same lines with
      * the match indicator added - and
      * stores the indicator and today's
      * date on the vendor. Every answer
      * other than a match is listed.
      * A vendor newly mismatched has
      * its W-9 request trail cleared so
      * W9SOL01 starts it over with the
      * first letter. One-time payees
      * have no vendor record to carry
      * the answer; their mismatches are
      * listed for the clerk to follow up
      * by hand.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slotp01.cbl".

           SELECT TIN-REQUEST-FILE
               ASSIGN TO "tinreq"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIN-RESULT-FILE
               ASSIGN TO "tinres"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slspl01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdotp01.cbl".

       FD  TIN-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIN-REQUEST-RECORD          PIC X(80).

       FD  TIN-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIN-RESULT-RECORD           PIC X(80).

           COPY "fdspl01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  RUN-MODE                  PIC X.
           88  RUN-IS-EXPORT         VALUE "E".
           88  RUN-IS-IMPORT         VALUE "I".
           88  RUN-IS-QUIT           VALUE "Q".
       77  VENDOR-FILE-AT-END        PIC X.
       77  OTP-FILE-AT-END           PIC X.
       77  RESULT-FILE-AT-END        PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  OTP-RECORD-FOUND          PIC X.

       77  TODAYS-DATE               PIC 9(8).
       77  WAS-MISMATCHED            PIC X.

       77  SENT-COUNT                PIC 9(5) VALUE ZEROES.
       77  NOT-SENT-COUNT            PIC 9(5) VALUE ZEROES.
       77  RESULT-COUNT              PIC 9(5) VALUE ZEROES.
       77  MATCHED-COUNT             PIC 9(5) VALUE ZEROES.
       77  MISMATCH-COUNT            PIC 9(5) VALUE ZEROES.
       77  UNKNOWN-COUNT             PIC 9(5) VALUE ZEROES.

      *--------------------------------
      * The payee being sent - vendor
      * or one-time payee alike.
      *--------------------------------
       77  PAYEE-TAX-ID              PIC X(11).
       77  PAYEE-NAME                PIC X(30).
       77  PAYEE-KIND                PIC X.
       77  PAYEE-NUMBER              PIC 9(7).
       77  PAYEE-TIN-TYPE            PIC X.

       77  TIN-CLEAN                 PIC X(9).
       77  TIN-DIGIT-COUNT           PIC 99.
       77  TIN-SUB                   PIC 99.
       77  TIN-IS-GOOD               PIC X.
       77  TIN-CHAR                  PIC X.

      *--------------------------------
      * One result line, split at the
      * semicolons.
      *--------------------------------
       77  RESULT-TIN-TYPE           PIC X.
       77  RESULT-TIN                PIC X(9).
       77  RESULT-NAME               PIC X(40).
       77  RESULT-CODE               PIC X.
           88  RESULT-IS-MATCH       VALUES "0" "6" "7" "8".
           88  RESULT-IS-MISMATCH    VALUES "1" "2" "3".
       01  RESULT-ACCOUNT.
           05  RESULT-ACCOUNT-KIND   PIC X.
           05  RESULT-ACCOUNT-NUMBER PIC 9(7).
           05  FILLER                PIC X(12).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsmsk01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-KIND            PIC X(1).
           05  PRINT-NUMBER          PIC 9(7).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-NAME            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-TIN             PIC X(11).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-DISPOSITION     PIC X(27).

       01  COLUMN-LINE.
           05  FILLER                PIC X(10) VALUE "PAYEE".
           05  FILLER                PIC X(31) VALUE "NAME".
           05  FILLER                PIC X(12) VALUE "TAX ID".
           05  FILLER                PIC X(27) VALUE "DISPOSITION".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  PRINT-TITLE           PIC X(30).
           05  FILLER                PIC X(14) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

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
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "TINMAT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-RUN-MODE.
           IF RUN-IS-EXPORT
               PERFORM EXPORT-THE-REQUESTS
           ELSE
           IF RUN-IS-IMPORT
               PERFORM IMPORT-THE-RESULTS.

       GET-RUN-MODE.
           PERFORM ACCEPT-RUN-MODE.
           PERFORM RE-ACCEPT-RUN-MODE
               UNTIL RUN-IS-EXPORT OR RUN-IS-IMPORT OR RUN-IS-QUIT.

       ACCEPT-RUN-MODE.
           DISPLAY "IRS TIN MATCHING -".
           DISPLAY "E - EXPORT THE REQUEST FILE".
           DISPLAY "I - IMPORT THE RESULT FILE".
           DISPLAY "Q - QUIT".
           ACCEPT RUN-MODE.
           INSPECT RUN-MODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-RUN-MODE.
           DISPLAY "YOU MUST ENTER E, I OR Q".
           PERFORM ACCEPT-RUN-MODE.

      *--------------------------------
      * Export - reportable vendors,
      * then reportable one-time
      * payees.
      *--------------------------------
       EXPORT-THE-REQUESTS.
           MOVE "TIN MATCHING REQUEST FILE" TO PRINT-TITLE.
           PERFORM START-NEW-PAGE.
           OPEN OUTPUT TIN-REQUEST-FILE.
           PERFORM READ-FIRST-VENDOR.
           PERFORM EXPORT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".
           PERFORM READ-FIRST-OTP.
           PERFORM EXPORT-ONE-OTP
               UNTIL OTP-FILE-AT-END = "Y".
           CLOSE TIN-REQUEST-FILE.
           PERFORM PRINT-EXPORT-TOTALS.

       EXPORT-ONE-VENDOR.
           IF VENDOR-REQUIRES-1099
               MOVE "V" TO PAYEE-KIND
               MOVE VENDOR-NUMBER TO PAYEE-NUMBER
               MOVE VENDOR-NAME TO PAYEE-NAME
               MOVE VENDOR-TAX-ID TO PAYEE-TAX-ID
               PERFORM EXPORT-THE-PAYEE.
           PERFORM READ-NEXT-VENDOR.

       EXPORT-ONE-OTP.
           IF OTP-IS-REPORTABLE
               MOVE "O" TO PAYEE-KIND
               MOVE OTP-VOUCHER TO PAYEE-NUMBER
               MOVE OTP-NAME TO PAYEE-NAME
               MOVE OTP-TAX-ID TO PAYEE-TAX-ID
               PERFORM EXPORT-THE-PAYEE.
           PERFORM READ-NEXT-OTP.

       EXPORT-THE-PAYEE.
           PERFORM CHECK-THE-TAX-ID.
           IF TIN-IS-GOOD = "Y"
               PERFORM WRITE-REQUEST-RECORD
               ADD 1 TO SENT-COUNT
           ELSE
               ADD 1 TO NOT-SENT-COUNT
               MOVE "NOT SENT - BAD TAX ID" TO PRINT-DISPOSITION
               PERFORM PRINT-THE-PAYEE.

      *--------------------------------
      * 12-3456789 is an EIN,
      * 123-45-6789 an SSN; plain
      * digits could be either.
      *--------------------------------
       WRITE-REQUEST-RECORD.
           IF PAYEE-TAX-ID (3:1) = "-"
               MOVE "1" TO PAYEE-TIN-TYPE
           ELSE
           IF PAYEE-TAX-ID (4:1) = "-"
               MOVE "2" TO PAYEE-TIN-TYPE
           ELSE
               MOVE "3" TO PAYEE-TIN-TYPE.
           MOVE SPACE TO TIN-REQUEST-RECORD.
           STRING PAYEE-TIN-TYPE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  TIN-CLEAN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PAYEE-NAME DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  PAYEE-KIND DELIMITED BY SIZE
                  PAYEE-NUMBER DELIMITED BY SIZE
               INTO TIN-REQUEST-RECORD.
           WRITE TIN-REQUEST-RECORD.

      *--------------------------------
      * Nine digits once the dashes
      * come out, same test VND1099E
      * applies.
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
           MOVE PAYEE-TAX-ID (TIN-SUB:1) TO TIN-CHAR.
           IF TIN-CHAR NOT < "0" AND TIN-CHAR NOT > "9"
               ADD 1 TO TIN-DIGIT-COUNT
               IF TIN-DIGIT-COUNT < 10
                   MOVE TIN-CHAR
                       TO TIN-CLEAN (TIN-DIGIT-COUNT:1).

       PRINT-EXPORT-TOTALS.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "PAYEES SENT FOR MATCHING: " SENT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NOT SENT (BAD TAX ID): " NOT-SENT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Import - one answer per line.
      *--------------------------------
       IMPORT-THE-RESULTS.
           MOVE "TIN MATCHING RESULTS" TO PRINT-TITLE.
           PERFORM START-NEW-PAGE.
           OPEN INPUT TIN-RESULT-FILE.
           MOVE "N" TO RESULT-FILE-AT-END.
           PERFORM READ-NEXT-RESULT.
           PERFORM IMPORT-ONE-RESULT
               UNTIL RESULT-FILE-AT-END = "Y".
           CLOSE TIN-RESULT-FILE.
           PERFORM PRINT-IMPORT-TOTALS.

       IMPORT-ONE-RESULT.
           IF TIN-RESULT-RECORD NOT = SPACE
               PERFORM SPLIT-THE-RESULT
               PERFORM APPLY-THE-RESULT.
           PERFORM READ-NEXT-RESULT.

       SPLIT-THE-RESULT.
           MOVE SPACE TO RESULT-TIN-TYPE RESULT-TIN RESULT-NAME
                         RESULT-ACCOUNT RESULT-CODE.
           UNSTRING TIN-RESULT-RECORD DELIMITED BY ";"
               INTO RESULT-TIN-TYPE
                    RESULT-TIN
                    RESULT-NAME
                    RESULT-ACCOUNT
                    RESULT-CODE.
           ADD 1 TO RESULT-COUNT.
           IF RESULT-IS-MATCH
               ADD 1 TO MATCHED-COUNT
           ELSE
           IF RESULT-IS-MISMATCH
               ADD 1 TO MISMATCH-COUNT
           ELSE
               ADD 1 TO UNKNOWN-COUNT.

       APPLY-THE-RESULT.
           IF RESULT-ACCOUNT-KIND = "V"
                   AND RESULT-ACCOUNT-NUMBER IS NUMERIC
               PERFORM APPLY-TO-THE-VENDOR
           ELSE
           IF RESULT-ACCOUNT-KIND = "O"
                   AND RESULT-ACCOUNT-NUMBER IS NUMERIC
               PERFORM APPLY-TO-THE-OTP
           ELSE
               MOVE SPACE TO PAYEE-KIND PAYEE-TAX-ID
               MOVE ZEROES TO PAYEE-NUMBER
               MOVE RESULT-NAME TO PAYEE-NAME
               MOVE "ACCOUNT NOT RECOGNIZED" TO PRINT-DISPOSITION
               PERFORM PRINT-THE-PAYEE.

       APPLY-TO-THE-VENDOR.
           MOVE RESULT-ACCOUNT-NUMBER TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "V" TO PAYEE-KIND
               MOVE RESULT-ACCOUNT-NUMBER TO PAYEE-NUMBER
               MOVE RESULT-NAME TO PAYEE-NAME
               MOVE SPACE TO PAYEE-TAX-ID
               MOVE "VENDOR NOT ON FILE" TO PRINT-DISPOSITION
               PERFORM PRINT-THE-PAYEE
           ELSE
               PERFORM STORE-THE-VENDOR-RESULT.

       STORE-THE-VENDOR-RESULT.
           MOVE "N" TO WAS-MISMATCHED.
           IF VENDOR-TIN-MISMATCHED
               MOVE "Y" TO WAS-MISMATCHED.
           MOVE RESULT-CODE TO VENDOR-TIN-MATCH-CODE.
           MOVE TODAYS-DATE TO VENDOR-TIN-MATCH-DATE.
           IF VENDOR-TIN-MISMATCHED AND WAS-MISMATCHED = "N"
               MOVE ZEROES TO VENDOR-W9-REQUEST-DATE
                              VENDOR-W9-REQUEST-COUNT.
           PERFORM REWRITE-VENDOR-RECORD.
           IF NOT RESULT-IS-MATCH
               MOVE "V" TO PAYEE-KIND
               MOVE VENDOR-NUMBER TO PAYEE-NUMBER
               MOVE VENDOR-NAME TO PAYEE-NAME
               MOVE VENDOR-TAX-ID TO PAYEE-TAX-ID
               PERFORM DESCRIBE-THE-RESULT
               PERFORM PRINT-THE-PAYEE.

       APPLY-TO-THE-OTP.
           MOVE RESULT-ACCOUNT-NUMBER TO OTP-VOUCHER.
           PERFORM READ-OTP-RECORD.
           MOVE "O" TO PAYEE-KIND.
           MOVE RESULT-ACCOUNT-NUMBER TO PAYEE-NUMBER.
           IF OTP-RECORD-FOUND = "N"
               MOVE RESULT-NAME TO PAYEE-NAME
               MOVE SPACE TO PAYEE-TAX-ID
               MOVE "PAYEE NOT ON FILE" TO PRINT-DISPOSITION
               PERFORM PRINT-THE-PAYEE
           ELSE
           IF NOT RESULT-IS-MATCH
               MOVE OTP-NAME TO PAYEE-NAME
               MOVE OTP-TAX-ID TO PAYEE-TAX-ID
               PERFORM DESCRIBE-THE-RESULT
               PERFORM PRINT-THE-PAYEE.

       DESCRIBE-THE-RESULT.
           IF RESULT-CODE = "1"
               MOVE "1 TIN MISSING OR MALFORMED" TO PRINT-DISPOSITION
           ELSE
           IF RESULT-CODE = "2"
               MOVE "2 TIN NOT ISSUED" TO PRINT-DISPOSITION
           ELSE
           IF RESULT-CODE = "3"
               MOVE "3 NAME/TIN DO NOT MATCH" TO PRINT-DISPOSITION
           ELSE
           IF RESULT-CODE = "4"
               MOVE "4 INVALID REQUEST - RESEND" TO PRINT-DISPOSITION
           ELSE
           IF RESULT-CODE = "5"
               MOVE "5 DUPLICATE REQUEST" TO PRINT-DISPOSITION
           ELSE
               MOVE SPACE TO PRINT-DISPOSITION
               STRING RESULT-CODE " UNKNOWN ANSWER"
                   DELIMITED BY SIZE INTO PRINT-DISPOSITION.

       PRINT-IMPORT-TOTALS.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ANSWERS READ: " RESULT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "MATCHED: " MATCHED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "MISMATCHED: " MISMATCH-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "NOT PROCESSED: " UNKNOWN-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-PAYEE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE PAYEE-KIND TO PRINT-KIND.
           MOVE PAYEE-NUMBER TO PRINT-NUMBER.
           MOVE PAYEE-NAME TO PRINT-NAME.
           MOVE SPACE TO MASK-VALUE.
           MOVE PAYEE-TAX-ID TO MASK-VALUE (1:11).
           PERFORM MASK-TO-LAST-FOUR.
           MOVE MASK-VALUE (1:11) TO PRINT-TIN.
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
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
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
           READ VENDOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

       READ-FIRST-OTP.
           MOVE ZEROES TO OTP-VOUCHER.
           MOVE "N" TO OTP-FILE-AT-END.
           START ONE-TIME-PAYEE-FILE
               KEY NOT < OTP-VOUCHER
               INVALID KEY
               MOVE "Y" TO OTP-FILE-AT-END.
           IF OTP-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OTP.

       READ-NEXT-OTP.
           READ ONE-TIME-PAYEE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OTP-FILE-AT-END.

       READ-OTP-RECORD.
           MOVE "Y" TO OTP-RECORD-FOUND.
           READ ONE-TIME-PAYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO OTP-RECORD-FOUND.

       READ-NEXT-RESULT.
           READ TIN-RESULT-FILE
               AT END
               MOVE "Y" TO RESULT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plmsk01.cbl".

           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

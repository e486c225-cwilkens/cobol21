       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPEXP01.
      *------------------------------------
      * Stop-Payment Export
      *
      * Writes every stop requested in
      * STPMNT01 and not yet sent - new
      * requests and renewals alike - to
      * STOP-EXPORT-FILE in the bank's
      * stop-payment format, and stamps
      * each with the date it was sent.
      * A stop already sent is not sent
      * again; the bank's confirmation is
      * keyed back in STPMNT01.
      *
      * The printout lists what went and
      * the control totals to balance
      * against the bank's acknowledgment.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slstp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT STOP-EXPORT-FILE
               ASSIGN TO "stopexp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdstp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  STOP-EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STOP-EXPORT-RECORD.
           05  STOP-ACTION-OUT          PIC X(4).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-ACCOUNT-OUT         PIC 9(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-CHECK-NUMBER-OUT    PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-AMOUNT-OUT          PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-ISSUE-DATE-OUT      PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-PAYEE-OUT           PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-REASON-OUT          PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  STOP-EXPIRE-DATE-OUT     PIC 9(8).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  STOP-FILE-AT-END          PIC X.
       77  TODAYS-DATE               PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  EXPORTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  EXPORTED-TOTAL            PIC S9(9)V99 VALUE ZEROES.
       77  TOTAL-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT         PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-PAYEE           PIC X(25).
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-REASON          PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-EXPIRE-DATE     PIC Z9/99/9999.

       01  COLUMN-LINE.
           05  FILLER                PIC X(11) VALUE "ACCOUNT".
           05  FILLER                PIC X(9)  VALUE "CHECK#".
           05  FILLER                PIC X(25) VALUE "PAYEE".
           05  FILLER                PIC X(14) VALUE "        AMOUNT".
           05  FILLER                PIC X(3)  VALUE " R ".
           05  FILLER                PIC X(10) VALUE "EXPIRES".

       01  TITLE-LINE.
           05  FILLER                PIC X(24) VALUE SPACE.
           05  FILLER                PIC X(22)
               VALUE "STOP-PAYMENT EXPORT".
           05  FILLER                PIC X(17) VALUE SPACE.
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
           OPEN I-O STOP-PAYMENT-FILE.
           OPEN OUTPUT STOP-EXPORT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE STOP-PAYMENT-FILE.
           CLOSE STOP-EXPORT-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-STOPS
               PERFORM PRINT-THE-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD STOP-PAYMENT EXPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PROCESS-STOPS.
           PERFORM READ-FIRST-STOP.
           PERFORM PROCESS-ALL-STOPS
               UNTIL STOP-FILE-AT-END = "Y".

       PROCESS-ALL-STOPS.
           IF STOP-IS-REQUESTED AND STOP-SENT-DATE = ZEROES
               PERFORM EXPORT-THIS-STOP.
           PERFORM READ-NEXT-STOP.

       EXPORT-THIS-STOP.
           PERFORM WRITE-STOP-EXPORT-RECORD.
           PERFORM PRINT-THE-RECORD.
           ADD 1 TO EXPORTED-COUNT.
           ADD STOP-AMOUNT TO EXPORTED-TOTAL.
           MOVE TODAYS-DATE TO STOP-SENT-DATE.
           PERFORM REWRITE-STOP-RECORD.

      *--------------------------------
      * The bank takes amounts
      * unsigned - a stop is always on
      * a check written for money out.
      *--------------------------------
       WRITE-STOP-EXPORT-RECORD.
           MOVE SPACE TO STOP-EXPORT-RECORD.
           MOVE "STOP" TO STOP-ACTION-OUT.
           MOVE STOP-ACCOUNT TO STOP-ACCOUNT-OUT.
           MOVE STOP-CHECK-NUMBER TO STOP-CHECK-NUMBER-OUT.
           MOVE STOP-AMOUNT TO STOP-AMOUNT-OUT.
           MOVE STOP-ISSUE-DATE TO STOP-ISSUE-DATE-OUT.
           MOVE STOP-PAYEE TO STOP-PAYEE-OUT.
           MOVE STOP-REASON-CODE TO STOP-REASON-OUT.
           MOVE STOP-EXPIRE-DATE TO STOP-EXPIRE-DATE-OUT.
           WRITE STOP-EXPORT-RECORD.

       PRINT-THE-RECORD.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE STOP-ACCOUNT TO PRINT-ACCOUNT.
           MOVE STOP-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE STOP-PAYEE TO PRINT-PAYEE.
           MOVE STOP-AMOUNT TO PRINT-AMOUNT.
           MOVE STOP-REASON-CODE TO PRINT-REASON.
           MOVE STOP-EXPIRE-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-EXPIRE-DATE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF EXPORTED-COUNT = ZEROES
               MOVE "NO STOP PAYMENTS WAITING TO BE SENT"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               MOVE EXPORTED-TOTAL TO TOTAL-FIELD
               MOVE SPACE TO PRINTER-RECORD
               STRING "STOPS SENT: " EXPORTED-COUNT
                      "   TOTAL AMOUNT: " TOTAL-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD
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
       READ-FIRST-STOP.
           MOVE LOW-VALUES TO STOP-KEY.
           MOVE "N" TO STOP-FILE-AT-END.
           START STOP-PAYMENT-FILE
               KEY NOT < STOP-KEY
               INVALID KEY
               MOVE "Y" TO STOP-FILE-AT-END.
           IF STOP-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-STOP.

       READ-NEXT-STOP.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STOP-FILE-AT-END.

       REWRITE-STOP-RECORD.
           REWRITE STOP-PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING STOP RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

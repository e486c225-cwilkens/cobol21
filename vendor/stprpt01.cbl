       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPRPT01.
      *------------------------------------
      * Expiring Stop-Payments Report
      *
      * A bank holds a stop only so long.
      * This lists every open stop
      * (requested or confirmed) on a
      * check still outstanding - not
      * cleared - that lapses within the
      * number of days keyed (30 if left
      * blank), so it can be renewed with
      * the bank through STPMNT01 before
      * the paper can be paid after all.
      *
      * An open stop already past its
      * expiration date is moved to
      * EXPIRED here; if its check is
      * still outstanding it prints as
      * LAPSED - renew it now. Stops on a
      * check that has since cleared need
      * no renewal and are not listed.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slstp01.cbl".

           COPY "slchk01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdstp01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  STOP-FILE-AT-END          PIC X.
       77  CHECK-RECORD-FOUND        PIC X.
       77  CHECK-IS-OUTSTANDING      PIC X.
       77  TODAYS-DATE               PIC 9(8).
       77  WARNING-DATE              PIC 9(8).
       77  DAYS-ENTRY                PIC 9(3).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  EXPIRING-COUNT            PIC 9(5) VALUE ZEROES.
       77  LAPSED-COUNT              PIC 9(5) VALUE ZEROES.
       77  MARKED-COUNT              PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT         PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-PAYEE           PIC X(20).
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-EXPIRE-DATE     PIC Z9/99/9999.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-STATUS          PIC X(13).

       01  COLUMN-LINE.
           05  FILLER                PIC X(11) VALUE "ACCOUNT".
           05  FILLER                PIC X(9)  VALUE "CHECK#".
           05  FILLER                PIC X(20) VALUE "PAYEE".
           05  FILLER                PIC X(15) VALUE "        AMOUNT".
           05  FILLER                PIC X(11) VALUE "EXPIRES".
           05  FILLER                PIC X(13) VALUE "STATUS".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "EXPIRING STOP-PAYMENTS".
           05  FILLER                PIC X(13) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  WINDOW-LINE.
           05  FILLER                PIC X(22)
               VALUE "LAPSING ON OR BEFORE".
           05  PRINT-WARNING-DATE    PIC Z9/99/9999.

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
           OPEN INPUT CHECK-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE STOP-PAYMENT-FILE.
           CLOSE CHECK-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-WARNING-DAYS.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-STOPS.
           PERFORM PRINT-THE-TOTALS.

       GET-WARNING-DAYS.
           DISPLAY "DAYS AHEAD TO WARN OF (BLANK FOR 30)?".
           ACCEPT DAYS-ENTRY.
           IF DAYS-ENTRY = ZEROES
               MOVE 30 TO DAYS-ENTRY.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           MOVE DAYS-ENTRY TO DAYS-TO-ADD.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO WARNING-DATE.

       PROCESS-STOPS.
           PERFORM READ-FIRST-STOP.
           PERFORM PROCESS-ALL-STOPS
               UNTIL STOP-FILE-AT-END = "Y".

       PROCESS-ALL-STOPS.
           IF STOP-IS-OPEN
               PERFORM PROCESS-THIS-STOP.
           PERFORM READ-NEXT-STOP.

       PROCESS-THIS-STOP.
           PERFORM CHECK-OUTSTANDING.
           IF STOP-EXPIRE-DATE < TODAYS-DATE
               PERFORM MARK-THE-STOP-EXPIRED
               IF CHECK-IS-OUTSTANDING = "Y"
                   ADD 1 TO LAPSED-COUNT
                   MOVE "LAPSED-RENEW" TO PRINT-STATUS
                   PERFORM PRINT-THE-STOP
               ELSE
                   NEXT SENTENCE
           ELSE
           IF STOP-EXPIRE-DATE NOT > WARNING-DATE
                   AND CHECK-IS-OUTSTANDING = "Y"
               ADD 1 TO EXPIRING-COUNT
               PERFORM SET-OPEN-STATUS
               PERFORM PRINT-THE-STOP.

      *--------------------------------
      * Outstanding - still on the
      * check file and not cleared. A
      * check purged from the file is
      * long since settled.
      *--------------------------------
       CHECK-OUTSTANDING.
           MOVE "N" TO CHECK-IS-OUTSTANDING.
           MOVE STOP-ACCOUNT TO CHECK-ACCOUNT.
           MOVE STOP-CHECK-NUMBER TO CHECK-NUMBER.
           PERFORM READ-CHECK-RECORD.
           IF CHECK-RECORD-FOUND = "Y"
               IF CHECK-CLEARED NOT = "Y"
                   MOVE "Y" TO CHECK-IS-OUTSTANDING.

       MARK-THE-STOP-EXPIRED.
           MOVE "E" TO STOP-STATUS.
           PERFORM REWRITE-STOP-RECORD.
           ADD 1 TO MARKED-COUNT.

       SET-OPEN-STATUS.
           IF STOP-IS-REQUESTED
               MOVE "REQUESTED" TO PRINT-STATUS
           ELSE
               MOVE "CONFIRMED" TO PRINT-STATUS.

       PRINT-THE-STOP.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE STOP-ACCOUNT TO PRINT-ACCOUNT.
           MOVE STOP-CHECK-NUMBER TO PRINT-CHECK-NUMBER.
           MOVE STOP-PAYEE TO PRINT-PAYEE.
           MOVE STOP-AMOUNT TO PRINT-AMOUNT.
           MOVE STOP-EXPIRE-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-EXPIRE-DATE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF EXPIRING-COUNT = ZEROES AND LAPSED-COUNT = ZEROES
               MOVE "NO STOPS ON OUTSTANDING CHECKS NEED RENEWAL"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               MOVE SPACE TO PRINTER-RECORD
               STRING "EXPIRING: " EXPIRING-COUNT
                      "   LAPSED: " LAPSED-COUNT
                      " - RENEW IN STPMNT01"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF MARKED-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "STOPS MARKED EXPIRED THIS RUN: " MARKED-COUNT
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
           MOVE WARNING-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-WARNING-DATE.
           MOVE WINDOW-LINE TO PRINTER-RECORD.
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

       READ-CHECK-RECORD.
           MOVE "Y" TO CHECK-RECORD-FOUND.
           READ CHECK-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

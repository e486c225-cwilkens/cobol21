       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLRPT01.
      *------------------------------------
      * Control Threshold Change History
      *
      * Every change asked for on the
      * control file's limits and rates
      * through VCHAPR01, in request
      * order from an entered date on:
      * the value it was made against,
      * the value asked for, who asked
      * and why, and who approved or
      * rejected it and when. Requests
      * still waiting on a second
      * supervisor print as PENDING.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slthc01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdthc01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  CHANGE-FILE-AT-END        PIC X.
       77  FROM-DATE                 PIC 9(8).

       77  LISTED-COUNT              PIC 9(5) VALUE ZEROES.
       77  APPLIED-COUNT             PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  PENDING-COUNT             PIC 9(5) VALUE ZEROES.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  DETAIL-LINE.
           05  PRINT-NUMBER          PIC ZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-FIELD           PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-OLD-VALUE       PIC ZZ,ZZZ,ZZ9.9999-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NEW-VALUE       PIC ZZ,ZZZ,ZZ9.9999-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-STATUS          PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-REQUESTED-BY    PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-REQUESTED-DATE  PIC Z9/99/9999.

       01  DECISION-LINE.
           05  FILLER                PIC X(7) VALUE SPACE.
           05  FILLER                PIC X(8) VALUE "REASON: ".
           05  PRINT-REASON          PIC X(30).
           05  PRINT-DECIDED-TEXT    PIC X(9).
           05  PRINT-DECIDED-BY      PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-DECIDED-DATE    PIC X(10).

       01  ACCOUNT-LINE.
           05  FILLER                PIC X(7) VALUE SPACE.
           05  FILLER                PIC X(14)
               VALUE "CHECK ACCOUNT ".
           05  PRINT-ACCOUNT         PIC 9(10).

       01  COLUMN-LINE.
           05  FILLER                PIC X(7)  VALUE "NUMBER".
           05  FILLER                PIC X(11) VALUE "VALUE".
           05  FILLER                PIC X(17)
               VALUE "             OLD".
           05  FILLER                PIC X(17)
               VALUE "             NEW".
           05  FILLER                PIC X(9)  VALUE "STATUS".
           05  FILLER                PIC X(15) VALUE "ASKED BY".

       01  TITLE-LINE.
           05  FILLER                PIC X(15) VALUE SPACE.
           05  FILLER                PIC X(40)
               VALUE "CONTROL THRESHOLD CHANGE HISTORY".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.

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
           MOVE "CTLRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT THRESHOLD-CHANGE-FILE.

       CLOSING-PROCEDURE.
           CLOSE THRESHOLD-CHANGE-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-FROM-DATE.
           PERFORM START-NEW-PAGE.
           PERFORM READ-FIRST-CHANGE.
           PERFORM REPORT-ALL-CHANGES
               UNTIL CHANGE-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               MOVE "NO CHANGES ON FILE FOR THAT PERIOD"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.

       GET-FROM-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "CHANGES ASKED FOR ON OR AFTER (0 FOR ALL)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.

       REPORT-ALL-CHANGES.
           IF THC-REQUESTED-DATE NOT < FROM-DATE
               PERFORM REPORT-ONE-CHANGE.
           PERFORM READ-NEXT-CHANGE.

       REPORT-ONE-CHANGE.
           ADD 1 TO LISTED-COUNT.
           IF LINE-COUNT > MAXIMUM-LINES - 3
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE THC-NUMBER TO PRINT-NUMBER.
           PERFORM SET-PRINT-FIELD.
           MOVE THC-OLD-VALUE TO PRINT-OLD-VALUE.
           MOVE THC-NEW-VALUE TO PRINT-NEW-VALUE.
           MOVE THC-REQUESTED-BY TO PRINT-REQUESTED-BY.
           MOVE THC-REQUESTED-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-REQUESTED-DATE.
           MOVE SPACE TO DECISION-LINE.
           MOVE THC-REASON TO PRINT-REASON.
           IF THC-IS-APPLIED
               ADD 1 TO APPLIED-COUNT
               MOVE "APPLIED" TO PRINT-STATUS
               MOVE " APPROVED" TO PRINT-DECIDED-TEXT
               PERFORM SET-DECIDED-FIELDS
           ELSE
           IF THC-IS-REJECTED
               ADD 1 TO REJECTED-COUNT
               MOVE "REJECTED" TO PRINT-STATUS
               MOVE " REJECTED" TO PRINT-DECIDED-TEXT
               PERFORM SET-DECIDED-FIELDS
           ELSE
               ADD 1 TO PENDING-COUNT
               MOVE "PENDING" TO PRINT-STATUS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DECISION-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF THC-IS-DUAL-SIG-LIMIT
               MOVE THC-ACCOUNT TO PRINT-ACCOUNT
               MOVE ACCOUNT-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       SET-DECIDED-FIELDS.
           MOVE THC-DECIDED-BY TO PRINT-DECIDED-BY.
           MOVE THC-DECIDED-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-DECIDED-DATE.

       SET-PRINT-FIELD.
           IF THC-IS-APPROVAL-LIMIT
               MOVE "APPR LIMIT" TO PRINT-FIELD
           ELSE
           IF THC-IS-DUAL-SIG-LIMIT
               MOVE "DUAL SIG" TO PRINT-FIELD
           ELSE
           IF THC-IS-BACKUP-WHT-RATE
               MOVE "BACKUP WHT" TO PRINT-FIELD
           ELSE
           IF THC-IS-NRA-WHT-RATE
               MOVE "NRA WHT" TO PRINT-FIELD
           ELSE
           IF THC-IS-MILEAGE-RATE
               MOVE "MILEAGE" TO PRINT-FIELD
           ELSE
           IF THC-IS-VERIFY-LIMIT
               MOVE "KEY VERIFY" TO PRINT-FIELD
           ELSE
           IF THC-IS-REBATE-RATE
               MOVE "CARD REBAT" TO PRINT-FIELD
           ELSE
               MOVE "CAPITAL" TO PRINT-FIELD.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "CHANGES LISTED:" TO PRINT-TOTAL-TEXT.
           MOVE LISTED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "APPROVED AND APPLIED:" TO PRINT-TOTAL-TEXT.
           MOVE APPLIED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "REJECTED:" TO PRINT-TOTAL-TEXT.
           MOVE REJECTED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "STILL PENDING A SECOND SUPERVISOR:"
               TO PRINT-TOTAL-TEXT.
           MOVE PENDING-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
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
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
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
       READ-FIRST-CHANGE.
           MOVE ZEROES TO THC-NUMBER.
           MOVE "N" TO CHANGE-FILE-AT-END.
           START THRESHOLD-CHANGE-FILE
               KEY NOT < THC-NUMBER
               INVALID KEY
               MOVE "Y" TO CHANGE-FILE-AT-END.
           IF CHANGE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHANGE.

       READ-NEXT-CHANGE.
           MOVE "N" TO CHANGE-FILE-AT-END.
           READ THRESHOLD-CHANGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHANGE-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

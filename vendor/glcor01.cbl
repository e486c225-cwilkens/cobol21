       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCOR01.
      *------------------------------------
      * GL Correction Export
      *
      * Sends the general ledger only the
      * lines it rejected that have since
      * been corrected or released in
      * GLRJM01 (GL reject file status
      * "C") - the rest of each run
      * posted the first time and is
      * never sent again.
      *
      * Each line goes out exactly as its
      * feed first wrote it (GLEXP01,
      * ACREXP01, GRNEXP01, PPDAMR01 or
      * REBRPT01 layout, so the GL reads
      * it the same way),
      * with the corrected account, on
      * GL-CORRECTION-FILE ("glcor"). Its
      * batch trailer is this run's own -
      * GLCOR01, the run stamp and a new
      * line number - and the reject
      * record is marked re-sent with that
      * stamp, so GLACK01 can close it out
      * (posted, or back to waiting with
      * the GL's new reason) when the GL
      * answers this run.
      *
      * The run is noted on the export
      * run log like any other feed. There
      * is no bookmark - selection is by
      * status, and a line goes once per
      * correction. The register warns
      * when the lines going out do not
      * balance, since a GL that rejected
      * a batch out of balance will do the
      * same to a part of it - release the
      * rest of the batch first.
      *
      * With no one signed on (the nightly
      * stream) the export runs without
      * prompting.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slglr01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT GL-CORRECTION-FILE
               ASSIGN TO "glcor"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdglr01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  GL-CORRECTION-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-CORRECTION-RECORD.
           05  COR-LINE-BODY            PIC X(100).
           05  COR-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  COR-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  COR-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  COR-LINE-NUMBER          PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  REJECT-FILE-AT-END        PIC X.

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  SENT-COUNT                PIC 9(5) VALUE ZEROES.
       77  DEBIT-TOTAL               PIC S9(9)V99 VALUE ZEROES.
       77  CREDIT-TOTAL              PIC S9(9)V99 VALUE ZEROES.
       77  TOTAL-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-LINE-NUMBER     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-SOURCE          PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-RUN-DATE        PIC Z9/99/9999.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-OLD-LINE        PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-ACCOUNT         PIC X(15).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-DEBIT-CREDIT    PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  COLUMN-LINE.
           05  FILLER                PIC X(5)  VALUE "LINE#".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(25)
               VALUE "REJECTED FROM RUN   LINE".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(15) VALUE "ACCOUNT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(1)  VALUE "D".
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "AMOUNT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(30)
               VALUE "GL CORRECTION EXPORT".
           05  FILLER                PIC X(19) VALUE SPACE.
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
           OPEN I-O GL-REJECT-FILE.
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "GLCOR01" TO EXPORT-PROGRAM-NAME.

       CLOSING-PROCEDURE.
           CLOSE GL-REJECT-FILE.
           CLOSE EXPORT-LOG-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-OPERATOR = SPACE
               PERFORM RUN-THE-EXPORT
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM RUN-THE-EXPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "SEND THE CORRECTED GL LINES (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       RUN-THE-EXPORT.
           OPEN OUTPUT GL-CORRECTION-FILE.
           PERFORM STAMP-THE-EXPORT-RUN.
           PERFORM START-ONE-REPORT.
           PERFORM PROCESS-REJECTS.
           PERFORM END-ONE-REPORT.
           CLOSE GL-CORRECTION-FILE.
           PERFORM END-LAST-PAGE.
           IF SENT-COUNT NOT = ZEROES
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark - only the log. The
      * range is the day it went.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE EXPORT-RUN-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE SENT-COUNT TO EXPORT-SENT-COUNT.
           MOVE CREDIT-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       START-ONE-REPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          SENT-COUNT DEBIT-TOTAL CREDIT-TOTAL.
           PERFORM START-NEW-PAGE.

       END-ONE-REPORT.
           IF SENT-COUNT = ZEROES
               MOVE "NO CORRECTED LINES ARE WAITING TO BE SENT"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.

       PROCESS-REJECTS.
           PERFORM READ-FIRST-REJECT.
           PERFORM PROCESS-ALL-REJECTS
               UNTIL REJECT-FILE-AT-END = "Y".

       PROCESS-ALL-REJECTS.
           IF GLR-IS-CORRECTED
               PERFORM SEND-THIS-LINE.
           PERFORM READ-NEXT-REJECT.

      *--------------------------------
      * The line as first written, with
      * the corrected account, under
      * this run's trailer.
      *--------------------------------
       SEND-THIS-LINE.
           ADD 1 TO SENT-COUNT.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE GLR-LINE-IMAGE (1:100) TO COR-LINE-BODY.
           MOVE EXPORT-PROGRAM-NAME TO COR-SOURCE.
           MOVE EXPORT-RUN-DATE TO COR-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO COR-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO COR-LINE-NUMBER.
           WRITE GL-CORRECTION-RECORD.
           IF GLR-DEBIT-CREDIT = "D"
               ADD GLR-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD GLR-AMOUNT TO CREDIT-TOTAL.
           PERFORM PRINT-THE-LINE.
           MOVE "S" TO GLR-STATUS.
           MOVE EXPORT-RUN-DATE TO GLR-RESENT-DATE.
           MOVE EXPORT-RUN-TIME TO GLR-RESENT-TIME.
           MOVE EXPORT-LINE-NUMBER TO GLR-RESENT-LINE.
           PERFORM REWRITE-REJECT-RECORD.

       PRINT-THE-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE EXPORT-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE GLR-SOURCE TO PRINT-SOURCE.
           MOVE GLR-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-RUN-DATE.
           MOVE GLR-LINE-NUMBER TO PRINT-OLD-LINE.
           MOVE GLR-ACCOUNT TO PRINT-ACCOUNT.
           MOVE GLR-DEBIT-CREDIT TO PRINT-DEBIT-CREDIT.
           MOVE GLR-AMOUNT TO PRINT-AMOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "LINES SENT:  " SENT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE DEBIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "DEBITS:      " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CREDIT-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CREDITS:     " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               PERFORM PRINT-OUT-OF-BALANCE.

       PRINT-OUT-OF-BALANCE.
           MOVE "*** DEBITS AND CREDITS DO NOT BALANCE - THE GL MAY"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "*** REJECT THIS RUN. RELEASE THE REST OF ANY BATCH"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "*** IT BOUNCED OUT OF BALANCE IN GLRJM01."
               TO PRINTER-RECORD.
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
       READ-FIRST-REJECT.
           MOVE LOW-VALUES TO GLR-KEY.
           MOVE "N" TO REJECT-FILE-AT-END.
           START GL-REJECT-FILE
               KEY NOT < GLR-KEY
               INVALID KEY
               MOVE "Y" TO REJECT-FILE-AT-END.
           IF REJECT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REJECT.

       READ-NEXT-REJECT.
           MOVE "N" TO REJECT-FILE-AT-END.
           READ GL-REJECT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REJECT-FILE-AT-END.

       REWRITE-REJECT-RECORD.
           REWRITE GL-REJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING GL REJECT RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plexp01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

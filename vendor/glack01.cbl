       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK01.
      *------------------------------------
      * GL Posting Acknowledgment Import
      *
      * The general ledger answers every
      * feed it is sent (GLEXP01,
      * ACREXP01, GRNEXP01, PPDAMR01,
      * REBRPT01 and GLCOR01's
      * corrections) with an acknowledgment
      * file - one line per line it was
      * sent, accepted or rejected, with
      * the GL's reason for a reject (a
      * closed account, an inactive cost
      * center, a batch out of balance)
      * and the line itself echoed back,
      * batch trailer and all.
      *
      * For each export run in the file
      * (the trailer's program, run date
      * and run time - the export log key)
      * this run:
      *
      * 1. Adds the lines accepted and
      *    rejected to the run's export
      *    log record and dates it
      *    acknowledged, so a run the GL
      *    has not fully answered shows on
      *    the log instead of turning up
      *    as a GLRCN01 difference a month
      *    later.
      * 2. Lists every rejected line with
      *    the check, voucher or PO it
      *    came from and the GL's reason.
      * 3. Keeps each rejected line, as
      *    sent, on the GL reject file
      *    (FDGLR01), where GLRJM01
      *    corrects it and GLCOR01 sends
      *    it again on its own - the rest
      *    of the run is never re-sent.
      *
      * An acknowledgment of a GLCOR01
      * run closes out the lines it
      * re-sent: accepted ones are marked
      * posted, rejected ones go back to
      * waiting on a correction with the
      * new reason.
      *
      * A run that is not on the export
      * log, or that is already fully
      * acknowledged, is listed and its
      * lines ignored, so reading the same
      * file twice counts nothing twice.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slexp01.cbl".

           COPY "slglr01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT GL-ACK-FILE
               ASSIGN TO "glack"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdexp01.cbl".

           COPY "fdglr01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

      *--------------------------------
      * ACK-STATUS "A" accepted, "R"
      * rejected. The run fields and
      * line number are the line's own
      * batch trailer; ACK-REASON is
      * blank on an accepted line.
      *--------------------------------
       FD  GL-ACK-FILE
           LABEL RECORDS ARE OMITTED.
       01  GL-ACK-RECORD.
           05  ACK-STATUS               PIC X(1).
               88  ACK-IS-ACCEPTED      VALUE "A".
               88  ACK-IS-REJECTED      VALUE "R".
           05  FILLER                   PIC X(1).
           05  ACK-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1).
           05  ACK-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(1).
           05  ACK-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X(1).
           05  ACK-LINE-NUMBER          PIC 9(5).
           05  FILLER                   PIC X(1).
           05  ACK-REASON               PIC X(30).
           05  FILLER                   PIC X(1).
           05  ACK-LINE-IMAGE           PIC X(130).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  ACK-FILE-AT-END           PIC X.
       77  LOG-RECORD-FOUND          PIC X.
       77  REJECT-RECORD-FOUND       PIC X.
       77  BATCH-IS-OPEN             PIC X.
       77  BATCH-STATUS              PIC X.
       77  RESENT-LINE-STATE         PIC X.
       77  TODAYS-DATE               PIC 9(8).
       77  ACKED-SO-FAR              PIC 9(6).
       77  ORIGIN-TEXT               PIC X(24).

       77  CURRENT-SOURCE            PIC X(8).
       77  CURRENT-RUN-DATE          PIC 9(8).
       77  CURRENT-RUN-TIME          PIC 9(6).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  ACK-COUNT                 PIC 9(5) VALUE ZEROES.
       77  BATCH-COUNT               PIC 9(5) VALUE ZEROES.
       77  BATCH-ACCEPTED            PIC 9(5) VALUE ZEROES.
       77  BATCH-REJECTED            PIC 9(5) VALUE ZEROES.
       77  BATCH-IGNORED             PIC 9(5) VALUE ZEROES.
       77  TOTAL-ACCEPTED            PIC 9(5) VALUE ZEROES.
       77  TOTAL-REJECTED            PIC 9(5) VALUE ZEROES.
       77  TOTAL-IGNORED             PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  BATCH-LINE.
           05  FILLER                PIC X(5)  VALUE "RUN: ".
           05  PRINT-SOURCE          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  PRINT-RUN-DATE        PIC Z9/99/9999.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-RUN-TIME        PIC 9(6).
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(12) VALUE "LINES SENT: ".
           05  PRINT-LINES-SENT      PIC ZZZZ9.

       01  DETAIL-LINE.
           05  PRINT-LINE-NUMBER     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-ACCOUNT         PIC X(15).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-DEBIT-CREDIT    PIC X(1).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-ORIGIN          PIC X(24).

       01  REASON-LINE.
           05  FILLER                PIC X(7)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "REASON: ".
           05  PRINT-REASON          PIC X(30).

       01  COLUMN-LINE.
           05  FILLER                PIC X(5)  VALUE "LINE#".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(15) VALUE "ACCOUNT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(3)  VALUE "D/C".
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "AMOUNT".
           05  FILLER                PIC X(2)  VALUE SPACE.
           05  FILLER                PIC X(24) VALUE "ORIGINATED FROM".

       01  TITLE-LINE.
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(37)
               VALUE "GL POSTING ACKNOWLEDGMENT REGISTER".
           05  FILLER                PIC X(16) VALUE SPACE.
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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT GL-ACK-FILE.
           OPEN I-O EXPORT-LOG-FILE.
           OPEN I-O GL-REJECT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE GL-ACK-FILE.
           CLOSE EXPORT-LOG-FILE.
           CLOSE GL-REJECT-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM RUN-THE-IMPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PROCESS THE GL POSTING ACKNOWLEDGMENT FILE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       RUN-THE-IMPORT.
           PERFORM START-ONE-REPORT.
           PERFORM PROCESS-ACKNOWLEDGMENTS.
           PERFORM END-ONE-REPORT.

       START-ONE-REPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          ACK-COUNT BATCH-COUNT
                          TOTAL-ACCEPTED TOTAL-REJECTED
                          TOTAL-IGNORED.
           MOVE "N" TO BATCH-IS-OPEN.
           PERFORM START-NEW-PAGE.

       END-ONE-REPORT.
           IF ACK-COUNT = ZEROES
               MOVE "NO LINES WERE FOUND IN THE GL'S FILE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.

      *--------------------------------
      * The GL answers run by run, so
      * the lines of one run arrive
      * together - each change of run
      * closes the last one's counts
      * onto its log record.
      *--------------------------------
       PROCESS-ACKNOWLEDGMENTS.
           PERFORM READ-NEXT-ACK-RECORD.
           PERFORM PROCESS-ALL-ACKNOWLEDGMENTS
               UNTIL ACK-FILE-AT-END = "Y".
           IF BATCH-IS-OPEN = "Y"
               PERFORM CLOSE-THE-BATCH.

       PROCESS-ALL-ACKNOWLEDGMENTS.
           ADD 1 TO ACK-COUNT.
           IF BATCH-IS-OPEN = "N"
               PERFORM OPEN-THE-BATCH
           ELSE
           IF ACK-SOURCE NOT = CURRENT-SOURCE
                   OR ACK-RUN-DATE NOT = CURRENT-RUN-DATE
                   OR ACK-RUN-TIME NOT = CURRENT-RUN-TIME
               PERFORM CLOSE-THE-BATCH
               PERFORM OPEN-THE-BATCH.
           PERFORM ACK-THIS-LINE.
           PERFORM READ-NEXT-ACK-RECORD.

      *--------------------------------
      * Only a run on the export log,
      * and not already answered in
      * full, takes the counts.
      *--------------------------------
       OPEN-THE-BATCH.
           MOVE "Y" TO BATCH-IS-OPEN.
           ADD 1 TO BATCH-COUNT.
           MOVE ACK-SOURCE TO CURRENT-SOURCE.
           MOVE ACK-RUN-DATE TO CURRENT-RUN-DATE.
           MOVE ACK-RUN-TIME TO CURRENT-RUN-TIME.
           MOVE ZEROES TO BATCH-ACCEPTED BATCH-REJECTED
                          BATCH-IGNORED.
           MOVE CURRENT-SOURCE TO EXPLOG-PROGRAM.
           MOVE CURRENT-RUN-DATE TO EXPLOG-DATE.
           MOVE CURRENT-RUN-TIME TO EXPLOG-TIME.
           PERFORM READ-EXPORT-LOG-RECORD.
           IF LOG-RECORD-FOUND = "N"
               MOVE "N" TO BATCH-STATUS
           ELSE
               PERFORM CHECK-THE-LOG-RECORD.
           PERFORM PRINT-BATCH-HEADING.

       CHECK-THE-LOG-RECORD.
           COMPUTE ACKED-SO-FAR = EXPLOG-ACCEPTED-COUNT
                                + EXPLOG-REJECTED-COUNT.
           IF EXPLOG-ACK-DATE NOT = ZEROES
                   AND ACKED-SO-FAR NOT < EXPLOG-LINE-COUNT
               MOVE "D" TO BATCH-STATUS
           ELSE
               MOVE "G" TO BATCH-STATUS.

       CLOSE-THE-BATCH.
           IF BATCH-STATUS = "G"
               ADD BATCH-ACCEPTED TO EXPLOG-ACCEPTED-COUNT
               ADD BATCH-REJECTED TO EXPLOG-REJECTED-COUNT
               MOVE TODAYS-DATE TO EXPLOG-ACK-DATE
               PERFORM REWRITE-EXPORT-LOG-RECORD.
           ADD BATCH-ACCEPTED TO TOTAL-ACCEPTED.
           ADD BATCH-REJECTED TO TOTAL-REJECTED.
           ADD BATCH-IGNORED TO TOTAL-IGNORED.
           PERFORM PRINT-BATCH-FOOTING.
           MOVE "N" TO BATCH-IS-OPEN.

       ACK-THIS-LINE.
           IF BATCH-STATUS NOT = "G"
               ADD 1 TO BATCH-IGNORED
           ELSE
           IF ACK-IS-ACCEPTED
               PERFORM ACCEPT-THIS-LINE
           ELSE
           IF ACK-IS-REJECTED
               PERFORM REJECT-THIS-LINE
           ELSE
               ADD 1 TO BATCH-IGNORED
               PERFORM PRINT-UNKNOWN-STATUS.

      *--------------------------------
      * An accepted correction closes
      * out the line it re-sent.
      *--------------------------------
       ACCEPT-THIS-LINE.
           IF ACK-SOURCE = "GLCOR01"
               PERFORM ACCEPT-A-CORRECTION
           ELSE
               ADD 1 TO BATCH-ACCEPTED.

       ACCEPT-A-CORRECTION.
           PERFORM FIND-THE-RESENT-LINE.
           IF RESENT-LINE-STATE = "A"
               ADD 1 TO BATCH-IGNORED
           ELSE
               ADD 1 TO BATCH-ACCEPTED
               PERFORM POST-THE-RESENT-LINE.

       POST-THE-RESENT-LINE.
           IF RESENT-LINE-STATE = "W"
               MOVE "P" TO GLR-STATUS
               MOVE TODAYS-DATE TO GLR-POSTED-DATE
               PERFORM REWRITE-REJECT-RECORD.

       REJECT-THIS-LINE.
           IF ACK-SOURCE = "GLCOR01"
               PERFORM REJECT-A-CORRECTION
           ELSE
               PERFORM REJECT-AN-ORIGINAL.

      *--------------------------------
      * A line already on the reject
      * file has been answered before -
      * it is not counted again.
      *--------------------------------
       REJECT-AN-ORIGINAL.
           MOVE ACK-SOURCE TO GLR-SOURCE.
           MOVE ACK-RUN-DATE TO GLR-RUN-DATE.
           MOVE ACK-RUN-TIME TO GLR-RUN-TIME.
           MOVE ACK-LINE-NUMBER TO GLR-LINE-NUMBER.
           PERFORM READ-REJECT-RECORD.
           IF REJECT-RECORD-FOUND = "Y"
               ADD 1 TO BATCH-IGNORED
           ELSE
               ADD 1 TO BATCH-REJECTED
               PERFORM BUILD-REJECT-RECORD
               PERFORM WRITE-REJECT-RECORD
               PERFORM PRINT-THE-REJECT.

       BUILD-REJECT-RECORD.
           MOVE "R" TO GLR-STATUS.
           MOVE ACK-REASON TO GLR-REASON.
           MOVE TODAYS-DATE TO GLR-REJECT-DATE.
           MOVE 1 TO GLR-REJECT-COUNT.
           MOVE ACK-LINE-IMAGE TO GLR-LINE-IMAGE.
           MOVE GLR-ACCOUNT TO GLR-ORIGINAL-ACCOUNT.
           MOVE SPACE TO GLR-CORRECTED-BY.
           MOVE ZEROES TO GLR-CORRECTED-DATE
                          GLR-RESENT-KEY
                          GLR-POSTED-DATE.

      *--------------------------------
      * A correction the GL bounces
      * again goes back to waiting on
      * GLRJM01 with the new reason.
      *--------------------------------
       REJECT-A-CORRECTION.
           PERFORM FIND-THE-RESENT-LINE.
           IF RESENT-LINE-STATE = "A"
               ADD 1 TO BATCH-IGNORED
           ELSE
               ADD 1 TO BATCH-REJECTED
               PERFORM RE-REJECT-THE-LINE.

       RE-REJECT-THE-LINE.
           IF RESENT-LINE-STATE = "W"
               MOVE "R" TO GLR-STATUS
               MOVE ACK-REASON TO GLR-REASON
               MOVE TODAYS-DATE TO GLR-REJECT-DATE
               ADD 1 TO GLR-REJECT-COUNT
               PERFORM REWRITE-REJECT-RECORD
               PERFORM PRINT-THE-REJECT
           ELSE
               MOVE ACK-LINE-IMAGE TO GLR-LINE-IMAGE
               MOVE ACK-REASON TO GLR-REASON
               MOVE "NOT ON THE REJECT FILE" TO ORIGIN-TEXT
               PERFORM PRINT-THE-REJECT-LINES.

      *--------------------------------
      * RESENT-LINE-STATE "W" waiting
      * on this answer, "A" answered
      * already, "N" not on file.
      *--------------------------------
       FIND-THE-RESENT-LINE.
           MOVE ACK-RUN-DATE TO GLR-RESENT-DATE.
           MOVE ACK-RUN-TIME TO GLR-RESENT-TIME.
           MOVE ACK-LINE-NUMBER TO GLR-RESENT-LINE.
           MOVE "Y" TO REJECT-RECORD-FOUND.
           READ GL-REJECT-FILE RECORD
               KEY IS GLR-RESENT-KEY
               INVALID KEY
               MOVE "N" TO REJECT-RECORD-FOUND.
           IF REJECT-RECORD-FOUND = "N"
               MOVE "N" TO RESENT-LINE-STATE
           ELSE
           IF GLR-IS-RESENT
               MOVE "W" TO RESENT-LINE-STATE
           ELSE
               MOVE "A" TO RESENT-LINE-STATE.

      *--------------------------------
      * Printing routines
      *--------------------------------
       PRINT-BATCH-HEADING.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CURRENT-SOURCE TO PRINT-SOURCE.
           MOVE CURRENT-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-RUN-DATE.
           MOVE CURRENT-RUN-TIME TO PRINT-RUN-TIME.
           IF LOG-RECORD-FOUND = "Y"
               MOVE EXPLOG-LINE-COUNT TO PRINT-LINES-SENT
           ELSE
               MOVE ZEROES TO PRINT-LINES-SENT.
           MOVE BATCH-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-BATCH-FOOTING.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           IF BATCH-STATUS = "N"
               STRING "  RUN NOT ON THE EXPORT LOG - LINES IGNORED: "
                   BATCH-IGNORED
                   DELIMITED BY SIZE INTO PRINTER-RECORD
           ELSE
           IF BATCH-STATUS = "D"
               PERFORM SET-ACK-DATE-FORMATTED
               STRING "  ALREADY ACKNOWLEDGED " FORMATTED-DATE
                   " - LINES IGNORED: " BATCH-IGNORED
                   DELIMITED BY SIZE INTO PRINTER-RECORD
           ELSE
               STRING "  ACCEPTED: " BATCH-ACCEPTED
                   "  REJECTED: " BATCH-REJECTED
                   "  IGNORED: " BATCH-IGNORED
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF BATCH-STATUS = "G"
               PERFORM PRINT-UNANSWERED-LINES.

      *--------------------------------
      * Lines the GL has answered
      * neither way are the ones to
      * chase with the GL group.
      *--------------------------------
       PRINT-UNANSWERED-LINES.
           COMPUTE ACKED-SO-FAR = EXPLOG-ACCEPTED-COUNT
                                + EXPLOG-REJECTED-COUNT.
           IF ACKED-SO-FAR < EXPLOG-LINE-COUNT
               COMPUTE ACKED-SO-FAR =
                   EXPLOG-LINE-COUNT - ACKED-SO-FAR
               MOVE SPACE TO PRINTER-RECORD
               STRING "  LINES THE GL HAS NOT ANSWERED: "
                   ACKED-SO-FAR
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       SET-ACK-DATE-FORMATTED.
           MOVE EXPLOG-ACK-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.

       PRINT-THE-REJECT.
           PERFORM SET-THE-ORIGIN-TEXT.
           PERFORM PRINT-THE-REJECT-LINES.

       PRINT-THE-REJECT-LINES.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE ACK-LINE-NUMBER TO PRINT-LINE-NUMBER.
           MOVE GLR-ACCOUNT TO PRINT-ACCOUNT.
           MOVE GLR-DEBIT-CREDIT TO PRINT-DEBIT-CREDIT.
           MOVE GLR-AMOUNT TO PRINT-AMOUNT.
           MOVE ORIGIN-TEXT TO PRINT-ORIGIN.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE GLR-REASON TO PRINT-REASON.
           MOVE REASON-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Columns 70 on of the line say
      * what it came from, by the feed
      * that wrote it.
      *--------------------------------
       SET-THE-ORIGIN-TEXT.
           MOVE SPACE TO ORIGIN-TEXT.
           IF GLR-SOURCE = "GLEXP01"
               STRING "CHECK " GLR-CHECK-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "ACREXP01" OR "PPDAMR01"
               STRING "VOUCHER " GLR-VOUCHER-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "REBRPT01"
               STRING "VENDOR " GLR-VENDOR-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "GRNEXP01"
               STRING "PO " GLR-PO-NUMBER " VENDOR " GLR-PO-VENDOR
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
               MOVE GLR-SOURCE TO ORIGIN-TEXT.

       PRINT-UNKNOWN-STATUS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  LINE " ACK-LINE-NUMBER
               " - UNKNOWN STATUS '" ACK-STATUS "' IGNORED"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "RUNS IN THE FILE:   " BATCH-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "LINES ACCEPTED:     " TOTAL-ACCEPTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "LINES REJECTED:     " TOTAL-REJECTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "LINES IGNORED:      " TOTAL-IGNORED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF TOTAL-REJECTED NOT = ZEROES
               MOVE "CORRECT THE REJECTED LINES IN GLRJM01 AND SEND"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE "THEM WITH GLCOR01." TO PRINTER-RECORD
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
       READ-NEXT-ACK-RECORD.
           MOVE "N" TO ACK-FILE-AT-END.
           READ GL-ACK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ACK-FILE-AT-END.

       READ-EXPORT-LOG-RECORD.
           MOVE "Y" TO LOG-RECORD-FOUND.
           READ EXPORT-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO LOG-RECORD-FOUND.

       REWRITE-EXPORT-LOG-RECORD.
           REWRITE EXPORT-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EXPORT LOG RECORD".

       READ-REJECT-RECORD.
           MOVE "Y" TO REJECT-RECORD-FOUND.
           READ GL-REJECT-FILE RECORD
               INVALID KEY
               MOVE "N" TO REJECT-RECORD-FOUND.

       WRITE-REJECT-RECORD.
           WRITE GL-REJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING GL REJECT RECORD".

       REWRITE-REJECT-RECORD.
           REWRITE GL-REJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING GL REJECT RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

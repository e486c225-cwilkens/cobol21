       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWNRPT01.
      *------------------------------------
      * Batch Window Sessions Report
      *
      * Lists every operator who was
      * signed on when the last batch
      * window opened (the window session
      * file, FDBWS01, written by PLBWN01
      * as the window shut the files) -
      * with when each signed on, and
      * whether it was a supervisor's
      * override sign-on. Anyone on it
      * may have had work half keyed
      * when updates were refused, and
      * should check it once the window
      * is closed. The heading says which
      * program opened the window, who
      * ran it, when, and whether it is
      * still open.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsys01.cbl".

           COPY "slbws01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsys01.cbl".

           COPY "fdbws01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  WINDOW-FILE-AT-END       PIC X.

       77  SESSION-COUNT            PIC 9(3) VALUE ZEROES.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(32)
               VALUE "BATCH WINDOW SESSIONS".
           05  FILLER               PIC X(23) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  WINDOW-LINE.
           05  FILLER               PIC X(14) VALUE "WINDOW OPENED ".
           05  PRINT-SINCE          PIC X(19).
           05  FILLER               PIC X(4)  VALUE " BY ".
           05  PRINT-PROGRAM        PIC X(8).
           05  FILLER               PIC X(5)  VALUE " RUN ".
           05  FILLER               PIC X(3)  VALUE "BY ".
           05  PRINT-RUN-BY         PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-STATE          PIC X(22).

       01  COLUMN-LINE.
           05  FILLER               PIC X(5)  VALUE "OPR".
           05  FILLER               PIC X(31) VALUE "NAME".
           05  FILLER               PIC X(11) VALUE "SIGNED ON".
           05  FILLER               PIC X(9)  VALUE "AT".
           05  FILLER               PIC X(5)  VALUE "CO".
           05  FILLER               PIC X(8)  VALUE "OVERRIDE".

       01  DETAIL-LINE.
           05  PRINT-OPERATOR       PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-NAME           PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SIGNON-DATE    PIC Z9/99/9999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SIGNON-TIME    PIC 99B99B99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-COMPANY        PIC Z9.
           05  FILLER               PIC X(3)  VALUE SPACE.
           05  PRINT-OVERRIDE       PIC X(8).

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
           MOVE "BWNRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM GET-SYSTEM-STATUS.
           OPEN INPUT WINDOW-SESSION-FILE.

       CLOSING-PROCEDURE.
           CLOSE WINDOW-SESSION-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT BATCH WINDOW SESSIONS REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PRINT-THE-REPORT.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-SESSIONS.
           PERFORM PRINT-THE-TOTALS.

       PROCESS-SESSIONS.
           PERFORM READ-NEXT-WINDOW-SESSION.
           PERFORM PRINT-ALL-SESSIONS
               UNTIL WINDOW-FILE-AT-END = "Y".

       PRINT-ALL-SESSIONS.
           PERFORM PRINT-THIS-SESSION.
           PERFORM READ-NEXT-WINDOW-SESSION.

       PRINT-THIS-SESSION.
           ADD 1 TO SESSION-COUNT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE WINDOW-SESSION-ID TO PRINT-OPERATOR.
           MOVE WINDOW-SESSION-NAME TO PRINT-NAME.
           MOVE WINDOW-SESSION-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-SIGNON-DATE.
           MOVE WINDOW-SESSION-TIME TO PRINT-SIGNON-TIME.
           MOVE WINDOW-SESSION-CO-CODE TO PRINT-COMPANY.
           IF WINDOW-SESSION-OVERRIDE = "Y"
               MOVE "YES" TO PRINT-OVERRIDE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SESSION-COUNT = ZEROES
               MOVE "NOBODY WAS SIGNED ON" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               MOVE SPACE TO PRINTER-RECORD
               STRING "OPERATORS SIGNED ON: " SESSION-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The window the list belongs to
      * heads every page.
      *--------------------------------
       BUILD-THE-WINDOW-LINE.
           MOVE BATCH-WINDOW-SINCE TO PRINT-SINCE.
           MOVE SYSTEM-BATCH-PROGRAM TO PRINT-PROGRAM.
           MOVE SYSTEM-BATCH-OPERATOR TO PRINT-RUN-BY.
           IF BATCH-WINDOW-IS-OPEN = "Y"
               MOVE "- STILL OPEN" TO PRINT-STATE
           ELSE
           IF SYSTEM-BATCH-CLEARED-BY NOT = SPACE
               MOVE "- CLEARED BY SUPERVISOR" TO PRINT-STATE
           ELSE
               MOVE "- CLOSED" TO PRINT-STATE.

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
           IF SYSTEM-BATCH-PROGRAM = SPACE
               MOVE "NO BATCH WINDOW HAS EVER BEEN OPENED"
                   TO PRINTER-RECORD
           ELSE
               PERFORM BUILD-THE-WINDOW-LINE
               MOVE WINDOW-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * Read next routine
      *--------------------------------
       READ-NEXT-WINDOW-SESSION.
           MOVE "N" TO WINDOW-FILE-AT-END.
           READ WINDOW-SESSION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WINDOW-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

           COPY "plsys01.cbl".

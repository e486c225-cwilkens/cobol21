       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTRPT01.
      *--------------------------------------------
      * Check Float Analysis
      *
      * The cash forecast (CSHFCT01) takes a
      * check out of the bank the day it is
      * due to be paid, but some vendors
      * deposit the same day and others sit on
      * a check for weeks. This report measures
      * how long checks really take to clear:
      * days from CHECK-ISSUE-DATE to the
      * CHECK-CLEARED-DATE the statement feed
      * stamped, for every cleared check issued
      * in an operator-entered date range, off
      * the live check file and the check
      * history file together.
      *
      * Average, median and longest days to
      * clear, and the clearing curve - the
      * percent cleared within 1, 3, 5, 10 and
      * 30 days - for all checks together (by
      * count and weighted by dollars), then by
      * bank account, by vendor and by dollar
      * band. Treasury works the outstanding-
      * check drawdown off the curve.
      *
      * Only paper checks have float. Voided
      * checks, and ACH, wire, vendor-debit and
      * virtual card payments (no paper, or
      * born cleared), are left out. A check
      * the bank shows clearing before its
      * issue date counts as day 0; one that
      * took longer than a year counts in the
      * median as 366 days. Checks issued in
      * the range and still outstanding are
      * totalled at the end.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchk01.cbl".

           COPY "slchkh01.cbl".

           COPY "slvnd02.cbl".

           COPY "slact01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRESORT-FILE
               ASSIGN TO "fltpre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WORK-FILE
               ASSIGN TO "fltwork"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchk01.cbl".

           COPY "fdchkh01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdact01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

      *--------------------------------
      * One record per cleared check
      * for each way it is grouped -
      * "0" all checks, "1" by bank
      * account, "2" by vendor, "3" by
      * dollar band.
      *--------------------------------
       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-RECORD.
           05  PRESORT-GROUP         PIC X.
           05  PRESORT-KEY           PIC 9(10).
           05  PRESORT-DAYS          PIC 9(4).
           05  PRESORT-AMOUNT        PIC S9(8)V99.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-GROUP            PIC X.
           05  WORK-KEY              PIC 9(10).
           05  WORK-DAYS             PIC 9(4).
           05  WORK-AMOUNT           PIC S9(8)V99.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-GROUP            PIC X.
           05  SORT-KEY              PIC 9(10).
           05  SORT-DAYS             PIC 9(4).
           05  SORT-AMOUNT           PIC S9(8)V99.

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  CHECK-HIST-FILE-AT-END    PIC X.
       77  WORK-FILE-AT-END          PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  ACCT-RECORD-FOUND         PIC X.
       77  FIRST-RECORD-SWITCH       PIC X VALUE "Y".

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  TALLY-ACCOUNT             PIC 9(10).
       77  TALLY-VENDOR              PIC 9(7).
       77  TALLY-AMOUNT              PIC S9(8)V99.
       77  TALLY-ISSUE-DATE          PIC 9(8).
       77  TALLY-CLEARED-DATE        PIC 9(8).
       77  TALLY-DAYS                PIC 9(4).

       77  CURRENT-GROUP             PIC X.
       77  PREVIOUS-GROUP            PIC X VALUE SPACE.
       77  CURRENT-KEY               PIC 9(10).
       77  PREVIOUS-KEY              PIC 9(10) VALUE ZEROES.

       77  GROUP-COUNT               PIC 9(7).
       77  GROUP-DAYS-TOTAL          PIC 9(11).
       77  GROUP-MAX-DAYS            PIC 9(4).
       77  GROUP-DOLLARS             PIC S9(11)V99.
       77  AVERAGE-DAYS              PIC 9(4)V9.
       77  MEDIAN-DAYS               PIC 9(4)V9.
       77  MEDIAN-POSITION-1         PIC 9(7).
       77  MEDIAN-POSITION-2         PIC 9(7).
       77  MEDIAN-VALUE-1            PIC 9(4).
       77  MEDIAN-VALUE-2            PIC 9(4).
       77  FIND-POSITION             PIC 9(7).
       77  RUNNING-COUNT             PIC 9(7).
       77  RUNNING-DOLLARS           PIC S9(11)V99.
       77  CURVE-LIMIT               PIC 9(3).
       77  CURVE-PERCENT             PIC 9(3).

       77  DAY-SUB                   PIC 9(3).
       77  CURVE-SUB                 PIC 9.
       77  BAND-SUB                  PIC 9.
       77  SLOT-FOUND                PIC X.

       77  MEASURED-COUNT            PIC 9(7) VALUE ZEROES.
       77  EARLY-COUNT               PIC 9(7) VALUE ZEROES.
       77  OUTSTANDING-COUNT         PIC 9(7) VALUE ZEROES.
       77  OUTSTANDING-DOLLARS       PIC S9(11)V99 VALUE ZEROES.

      *--------------------------------
      * Checks cleared, and dollars,
      * by days to clear - entry 1 is
      * day 0, entry 367 past a year.
      *--------------------------------
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 367 TIMES.
               10  DAY-COUNT         PIC 9(7).
               10  DAY-DOLLARS       PIC S9(11)V99.

       01  CURVE-DAY-TABLE.
           05  FILLER                PIC 9(3) VALUE 1.
           05  FILLER                PIC 9(3) VALUE 3.
           05  FILLER                PIC 9(3) VALUE 5.
           05  FILLER                PIC 9(3) VALUE 10.
           05  FILLER                PIC 9(3) VALUE 30.
       01  CURVE-DAY-R REDEFINES CURVE-DAY-TABLE.
           05  CURVE-DAY             PIC 9(3) OCCURS 5 TIMES.

       01  CURVE-BY-COUNT-TABLE.
           05  CURVE-BY-COUNT        PIC 9(3) OCCURS 5 TIMES.

       01  CURVE-BY-DOLLARS-TABLE.
           05  CURVE-BY-DOLLARS      PIC 9(3) OCCURS 5 TIMES.

      *--------------------------------
      * A check falls in the first band
      * whose ceiling it is under.
      *--------------------------------
       01  BAND-TABLE.
           05  FILLER                PIC 9(8)V99 VALUE 1000.00.
           05  FILLER                PIC X(22)
               VALUE "UNDER 1,000".
           05  FILLER                PIC 9(8)V99 VALUE 5000.00.
           05  FILLER                PIC X(22)
               VALUE "1,000 - 4,999.99".
           05  FILLER                PIC 9(8)V99 VALUE 25000.00.
           05  FILLER                PIC X(22)
               VALUE "5,000 - 24,999.99".
           05  FILLER                PIC 9(8)V99 VALUE 100000.00.
           05  FILLER                PIC X(22)
               VALUE "25,000 - 99,999.99".
           05  FILLER                PIC 9(8)V99 VALUE 99999999.99.
           05  FILLER                PIC X(22)
               VALUE "100,000 AND OVER".
       01  BAND-R REDEFINES BAND-TABLE.
           05  BAND-ENTRY OCCURS 5 TIMES.
               10  BAND-CEILING      PIC 9(8)V99.
               10  BAND-TEXT         PIC X(22).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(25) VALUE SPACE.
           05  FILLER                PIC X(20)
               VALUE "CHECK FLOAT ANALYSIS".
           05  FILLER                PIC X(24) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  RANGE-LINE.
           05  FILLER                PIC X(14)
               VALUE "ISSUED BETWEEN".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-FROM-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(5)  VALUE " AND ".
           05  PRINT-THRU-DATE       PIC Z9/99/9999.

       01  COLUMN-LINE-1.
           05  FILLER                PIC X(23) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "CHECKS".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "   AVG".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "MEDIAN".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(4)  VALUE " MAX".
           05  FILLER                PIC X(30)
               VALUE "  PERCENT CLEARED WITHIN DAYS:".

       01  COLUMN-LINE-2.
           05  FILLER                PIC X(30) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "  DAYS".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "  DAYS".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(4)  VALUE "DAYS".
           05  FILLER                PIC X(30)
               VALUE "     1     3     5    10    30".

       01  FLOAT-LINE.
           05  PRINT-GROUP-NAME      PIC X(22).
           05  FILLER                PIC X(1).
           05  PRINT-COUNT           PIC ZZZZZ9.
           05  FILLER                PIC X(1).
           05  PRINT-AVERAGE         PIC ZZZ9.9.
           05  FILLER                PIC X(1).
           05  PRINT-MEDIAN          PIC ZZZ9.9.
           05  FILLER                PIC X(1).
           05  PRINT-MAXIMUM         PIC ZZZ9.
           05  PRINT-CURVE-ENTRY OCCURS 5 TIMES.
               10  FILLER            PIC X(3).
               10  PRINT-CURVE       PIC ZZ9.

       01  DOLLAR-CURVE-LINE.
           05  PRINT-DOLLAR-TEXT     PIC X(48).
           05  PRINT-DOLLAR-ENTRY OCCURS 5 TIMES.
               10  FILLER            PIC X(3).
               10  PRINT-DOLLAR-CURVE
                                     PIC ZZ9.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(45).
           05  PRINT-TOTAL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  PRINT-TOTAL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
           MOVE "FLTRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT BANK-ACCT-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE BANK-ACCT-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM BUILD-PRESORT-FILE
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE CHECK FLOAT ANALYSIS (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-DATE-RANGE.
           PERFORM GET-FROM-DATE.
           PERFORM GET-THRU-DATE.

       GET-FROM-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ISSUED ON OR AFTER(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.

       GET-THRU-DATE.
           PERFORM ACCEPT-THRU-DATE.
           PERFORM RE-ACCEPT-THRU-DATE
               UNTIL THRU-DATE NOT < FROM-DATE.

       ACCEPT-THRU-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "ISSUED ON OR BEFORE(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A THRU DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO THRU-DATE.

       RE-ACCEPT-THRU-DATE.
           DISPLAY "THRU DATE MAY NOT BE BEFORE FROM DATE".
           PERFORM ACCEPT-THRU-DATE.

      *--------------------------------
      * Pass 1 - every cleared paper
      * check issued in the range, live
      * and archived, with its days to
      * clear, written once per group.
      *--------------------------------
       BUILD-PRESORT-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN OUTPUT PRESORT-FILE.
           PERFORM READ-FIRST-CHECK.
           PERFORM TALLY-ALL-LIVE
               UNTIL CHECK-FILE-AT-END = "Y".
           PERFORM READ-FIRST-CHECK-HIST.
           PERFORM TALLY-ALL-HISTORY
               UNTIL CHECK-HIST-FILE-AT-END = "Y".
           CLOSE CHECK-FILE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE PRESORT-FILE.

       TALLY-ALL-LIVE.
           IF CHECK-ISSUE-DATE NOT < FROM-DATE
                   AND CHECK-ISSUE-DATE NOT > THRU-DATE
                   AND NOT CHECK-IS-VOIDED
                   AND NOT CHECK-IS-ACH-PAID
                   AND NOT CHECK-IS-WIRE
                   AND NOT CHECK-IS-DEBIT
                   AND NOT CHECK-IS-CARD
               PERFORM TALLY-A-LIVE-CHECK.
           PERFORM READ-NEXT-CHECK.

       TALLY-A-LIVE-CHECK.
           IF CHECK-CLEARED = "Y" AND CHECK-CLEARED-DATE NOT = ZEROES
               MOVE CHECK-ACCOUNT TO TALLY-ACCOUNT
               MOVE CHECK-VENDOR TO TALLY-VENDOR
               MOVE CHECK-AMOUNT TO TALLY-AMOUNT
               MOVE CHECK-ISSUE-DATE TO TALLY-ISSUE-DATE
               MOVE CHECK-CLEARED-DATE TO TALLY-CLEARED-DATE
               PERFORM TALLY-ONE-CHECK
           ELSE
           IF CHECK-CLEARED NOT = "Y"
               ADD 1 TO OUTSTANDING-COUNT
               ADD CHECK-AMOUNT TO OUTSTANDING-DOLLARS.

       TALLY-ALL-HISTORY.
           IF CHECK-HIST-ISSUE-DATE NOT < FROM-DATE
                   AND CHECK-HIST-ISSUE-DATE NOT > THRU-DATE
                   AND CHECK-HIST-CLEARED = "Y"
                   AND CHECK-HIST-CLEARED-DATE NOT = ZEROES
                   AND NOT CHECK-HIST-IS-VOIDED
                   AND NOT CHECK-HIST-IS-ACH-PAID
                   AND NOT CHECK-HIST-IS-WIRE
                   AND CHECK-HIST-PAID-BY-DEBIT NOT = "Y"
                   AND NOT CHECK-HIST-IS-CARD
               MOVE CHECK-HIST-ACCOUNT TO TALLY-ACCOUNT
               MOVE CHECK-HIST-VENDOR TO TALLY-VENDOR
               MOVE CHECK-HIST-AMOUNT TO TALLY-AMOUNT
               MOVE CHECK-HIST-ISSUE-DATE TO TALLY-ISSUE-DATE
               MOVE CHECK-HIST-CLEARED-DATE TO TALLY-CLEARED-DATE
               PERFORM TALLY-ONE-CHECK.
           PERFORM READ-NEXT-CHECK-HIST.

       TALLY-ONE-CHECK.
           ADD 1 TO MEASURED-COUNT.
           MOVE TALLY-ISSUE-DATE TO ELAPSED-DATE-1.
           MOVE TALLY-CLEARED-DATE TO ELAPSED-DATE-2.
           PERFORM CALCULATE-ELAPSED-DAYS.
           IF ELAPSED-DAYS < ZERO
               ADD 1 TO EARLY-COUNT
               MOVE ZEROES TO TALLY-DAYS
           ELSE
           IF ELAPSED-DAYS > 9999
               MOVE 9999 TO TALLY-DAYS
           ELSE
               MOVE ELAPSED-DAYS TO TALLY-DAYS.
           MOVE TALLY-DAYS TO PRESORT-DAYS.
           MOVE TALLY-AMOUNT TO PRESORT-AMOUNT.
           MOVE "0" TO PRESORT-GROUP.
           MOVE ZEROES TO PRESORT-KEY.
           WRITE PRESORT-RECORD.
           MOVE "1" TO PRESORT-GROUP.
           MOVE TALLY-ACCOUNT TO PRESORT-KEY.
           WRITE PRESORT-RECORD.
           MOVE "2" TO PRESORT-GROUP.
           MOVE TALLY-VENDOR TO PRESORT-KEY.
           WRITE PRESORT-RECORD.
           PERFORM FIND-THE-BAND.
           MOVE "3" TO PRESORT-GROUP.
           MOVE BAND-SUB TO PRESORT-KEY.
           WRITE PRESORT-RECORD.

       FIND-THE-BAND.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-BAND
               VARYING BAND-SUB FROM 1 BY 1
               UNTIL BAND-SUB > 5
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               MOVE 5 TO BAND-SUB.

       LOOK-AT-ONE-BAND.
           IF TALLY-AMOUNT < BAND-CEILING (BAND-SUB)
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM BAND-SUB.

       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-GROUP
               ON ASCENDING KEY SORT-KEY
               USING PRESORT-FILE
               GIVING WORK-FILE.

      *--------------------------------
      * Pass 2 - group by group, the
      * days-to-clear spread built up
      * in DAY-TABLE and summed at the
      * break.
      *--------------------------------
       PRINT-THE-REPORT.
           OPEN INPUT WORK-FILE.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-WORK-RECORDS.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "NO CLEARED CHECKS ISSUED IN THE RANGE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM END-KEY-GROUP.
           CLOSE WORK-FILE.
           PERFORM PRINT-THE-TOTALS.

       PROCESS-WORK-RECORDS.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM PROCESS-ALL-WORK
               UNTIL WORK-FILE-AT-END = "Y".

       PROCESS-ALL-WORK.
           PERFORM PROCESS-THIS-WORK.
           PERFORM READ-NEXT-WORK-RECORD.

       PROCESS-THIS-WORK.
           MOVE WORK-GROUP TO CURRENT-GROUP.
           MOVE WORK-KEY TO CURRENT-KEY.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM START-NEW-SECTION
               PERFORM START-NEW-KEY-GROUP
           ELSE
           IF CURRENT-GROUP NOT = PREVIOUS-GROUP
               PERFORM END-KEY-GROUP
               PERFORM START-NEW-SECTION
               PERFORM START-NEW-KEY-GROUP
           ELSE
           IF CURRENT-KEY NOT = PREVIOUS-KEY
               PERFORM END-KEY-GROUP
               PERFORM START-NEW-KEY-GROUP.

           IF WORK-DAYS > 365
               MOVE 367 TO DAY-SUB
           ELSE
               COMPUTE DAY-SUB = WORK-DAYS + 1.
           ADD 1 TO DAY-COUNT (DAY-SUB).
           ADD WORK-AMOUNT TO DAY-DOLLARS (DAY-SUB).
           ADD 1 TO GROUP-COUNT.
           ADD WORK-DAYS TO GROUP-DAYS-TOTAL.
           ADD WORK-AMOUNT TO GROUP-DOLLARS.
           IF WORK-DAYS > GROUP-MAX-DAYS
               MOVE WORK-DAYS TO GROUP-MAX-DAYS.
           MOVE CURRENT-GROUP TO PREVIOUS-GROUP.
           MOVE CURRENT-KEY TO PREVIOUS-KEY.

       START-NEW-SECTION.
           IF LINE-COUNT > MAXIMUM-LINES - 4
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF CURRENT-GROUP = "0"
               MOVE "ALL CLEARED CHECKS" TO PRINTER-RECORD
           ELSE
           IF CURRENT-GROUP = "1"
               MOVE "BY BANK ACCOUNT" TO PRINTER-RECORD
           ELSE
           IF CURRENT-GROUP = "2"
               MOVE "BY VENDOR" TO PRINTER-RECORD
           ELSE
               MOVE "BY DOLLAR AMOUNT" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEW-KEY-GROUP.
           MOVE ZEROES TO DAY-TABLE.
           MOVE ZEROES TO GROUP-COUNT GROUP-DAYS-TOTAL
                          GROUP-MAX-DAYS GROUP-DOLLARS.

       END-KEY-GROUP.
           DIVIDE GROUP-DAYS-TOTAL BY GROUP-COUNT
               GIVING AVERAGE-DAYS ROUNDED.
           PERFORM FIGURE-THE-MEDIAN.
           PERFORM FIGURE-ONE-CURVE-POINT
               VARYING CURVE-SUB FROM 1 BY 1
               UNTIL CURVE-SUB > 5.
           PERFORM PRINT-THE-FLOAT-LINE.
           IF PREVIOUS-GROUP = "0"
               PERFORM PRINT-THE-DOLLAR-CURVE.

      *--------------------------------
      * The middle check (or the two
      * either side of the middle) is
      * found by counting up the
      * days-to-clear spread.
      *--------------------------------
       FIGURE-THE-MEDIAN.
           DIVIDE 2 INTO GROUP-COUNT GIVING MEDIAN-POSITION-2.
           ADD 1 TO MEDIAN-POSITION-2.
           COMPUTE MEDIAN-POSITION-1 = GROUP-COUNT + 1.
           DIVIDE 2 INTO MEDIAN-POSITION-1.
           MOVE MEDIAN-POSITION-1 TO FIND-POSITION.
           PERFORM FIND-DAYS-AT-POSITION.
           MOVE DAY-SUB TO MEDIAN-VALUE-1.
           MOVE MEDIAN-POSITION-2 TO FIND-POSITION.
           PERFORM FIND-DAYS-AT-POSITION.
           MOVE DAY-SUB TO MEDIAN-VALUE-2.
           COMPUTE MEDIAN-DAYS =
               (MEDIAN-VALUE-1 + MEDIAN-VALUE-2) / 2.

      *--------------------------------
      * Returns in DAY-SUB the days to
      * clear of the check at
      * FIND-POSITION.
      *--------------------------------
       FIND-DAYS-AT-POSITION.
           MOVE ZEROES TO RUNNING-COUNT.
           PERFORM ADD-ONE-DAY-COUNT
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL RUNNING-COUNT NOT < FIND-POSITION
                  OR DAY-SUB > 367.
           SUBTRACT 2 FROM DAY-SUB.

       ADD-ONE-DAY-COUNT.
           ADD DAY-COUNT (DAY-SUB) TO RUNNING-COUNT.

       FIGURE-ONE-CURVE-POINT.
           COMPUTE CURVE-LIMIT = CURVE-DAY (CURVE-SUB) + 1.
           MOVE ZEROES TO RUNNING-COUNT RUNNING-DOLLARS.
           PERFORM ADD-ONE-CURVE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > CURVE-LIMIT.
           COMPUTE CURVE-PERCENT ROUNDED =
               RUNNING-COUNT * 100 / GROUP-COUNT.
           MOVE CURVE-PERCENT TO CURVE-BY-COUNT (CURVE-SUB).
           IF GROUP-DOLLARS NOT > ZEROES
               MOVE ZEROES TO CURVE-PERCENT
           ELSE
               COMPUTE CURVE-PERCENT ROUNDED =
                   RUNNING-DOLLARS * 100 / GROUP-DOLLARS.
           MOVE CURVE-PERCENT TO CURVE-BY-DOLLARS (CURVE-SUB).

       ADD-ONE-CURVE-DAY.
           ADD DAY-COUNT (DAY-SUB) TO RUNNING-COUNT.
           ADD DAY-DOLLARS (DAY-SUB) TO RUNNING-DOLLARS.

       PRINT-THE-FLOAT-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO FLOAT-LINE.
           PERFORM SET-THE-GROUP-NAME.
           MOVE GROUP-COUNT TO PRINT-COUNT.
           MOVE AVERAGE-DAYS TO PRINT-AVERAGE.
           MOVE MEDIAN-DAYS TO PRINT-MEDIAN.
           MOVE GROUP-MAX-DAYS TO PRINT-MAXIMUM.
           PERFORM MOVE-ONE-CURVE-POINT
               VARYING CURVE-SUB FROM 1 BY 1
               UNTIL CURVE-SUB > 5.
           MOVE FLOAT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-CURVE-POINT.
           MOVE CURVE-BY-COUNT (CURVE-SUB) TO PRINT-CURVE (CURVE-SUB).

       SET-THE-GROUP-NAME.
           MOVE SPACE TO PRINT-GROUP-NAME.
           IF PREVIOUS-GROUP = "0"
               MOVE "BY CHECK COUNT" TO PRINT-GROUP-NAME
           ELSE
           IF PREVIOUS-GROUP = "1"
               PERFORM SET-THE-ACCOUNT-NAME
           ELSE
           IF PREVIOUS-GROUP = "2"
               PERFORM SET-THE-VENDOR-NAME
           ELSE
               MOVE PREVIOUS-KEY TO BAND-SUB
               MOVE BAND-TEXT (BAND-SUB) TO PRINT-GROUP-NAME.

       SET-THE-ACCOUNT-NAME.
           MOVE PREVIOUS-KEY TO ACCT-NUMBER.
           PERFORM READ-BANK-ACCT-RECORD.
           IF ACCT-RECORD-FOUND = "N"
               MOVE "**Not On File**" TO ACCT-DESCRIPTION.
           STRING ACCT-NUMBER " " ACCT-DESCRIPTION
               DELIMITED BY SIZE INTO PRINT-GROUP-NAME.

       SET-THE-VENDOR-NAME.
           IF PREVIOUS-KEY = ZEROES
               MOVE "NON-VENDOR PAYEES" TO PRINT-GROUP-NAME
           ELSE
               PERFORM SET-A-VENDOR-NAME.

       SET-A-VENDOR-NAME.
           MOVE PREVIOUS-KEY TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not On File**" TO VENDOR-NAME.
           STRING VENDOR-NUMBER " " VENDOR-NAME
               DELIMITED BY SIZE INTO PRINT-GROUP-NAME.

       PRINT-THE-DOLLAR-CURVE.
           MOVE SPACE TO DOLLAR-CURVE-LINE.
           MOVE "WEIGHTED BY DOLLARS" TO PRINT-DOLLAR-TEXT.
           PERFORM MOVE-ONE-DOLLAR-POINT
               VARYING CURVE-SUB FROM 1 BY 1
               UNTIL CURVE-SUB > 5.
           MOVE DOLLAR-CURVE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-DOLLAR-POINT.
           MOVE CURVE-BY-DOLLARS (CURVE-SUB)
               TO PRINT-DOLLAR-CURVE (CURVE-SUB).

       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES - 4
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "CLEARED CHECKS MEASURED" TO PRINT-TOTAL-TEXT.
           MOVE MEASURED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "CLEARED BEFORE ISSUE DATE (COUNTED AS DAY 0)"
               TO PRINT-TOTAL-TEXT.
           MOVE EARLY-COUNT TO PRINT-TOTAL-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ISSUED IN THE RANGE AND STILL OUTSTANDING"
               TO PRINT-TOTAL-TEXT.
           MOVE OUTSTANDING-COUNT TO PRINT-TOTAL-COUNT.
           MOVE OUTSTANDING-DOLLARS TO PRINT-TOTAL-AMOUNT.
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
           MOVE FROM-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           MOVE THRU-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.
           MOVE RANGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-CHECK.
           MOVE LOW-VALUES TO CHECK-KEY.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK.

       READ-NEXT-CHECK.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.

       READ-FIRST-CHECK-HIST.
           MOVE LOW-VALUES TO CHECK-HIST-KEY.
           MOVE "N" TO CHECK-HIST-FILE-AT-END.
           START CHECK-HISTORY-FILE
               KEY NOT < CHECK-HIST-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-HIST-FILE-AT-END.
           IF CHECK-HIST-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-HIST.

       READ-NEXT-CHECK-HIST.
           MOVE "N" TO CHECK-HIST-FILE-AT-END.
           READ CHECK-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-HIST-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO WORK-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-BANK-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

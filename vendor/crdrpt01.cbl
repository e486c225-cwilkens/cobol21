       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRPT01.
      *------------------------------------
      * Virtual Card Volume and Rebate
      *
      * The month's card program figures
      * for reconciling the bank's rebate
      * statement. For an operator-entered
      * month, one line per card program
      * vendor - the card payments issued
      * to it in the month (count and
      * dollars), the payments the issuer
      * settled in the month, and how many
      * of the month's payments came back
      * declined. Settled volume is what
      * the bank pays the rebate on, so it
      * goes by the settlement date CRDSET01
      * posted (CHECK-CLEARED-DATE) and the
      * amount the issuer actually settled.
      * Settled payments CHKARC01 has moved
      * to the check history file still
      * count - the history file is walked
      * after the live one.
      *
      * The totals close with the card
      * payments still waiting on the
      * issuer (not yet sent, or sent and
      * not yet settled or declined,
      * whatever their month) and the
      * rebate earned - the month's
      * settled volume at the card rebate
      * rate on the global control record,
      * set in VCHAPR01.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchk01.cbl".
           COPY "slchkh01.cbl".
           COPY "slvnd02.cbl".
           COPY "slcontrl.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchk01.cbl".
           COPY "fdchkh01.cbl".
           COPY "fdvnd04.cbl".
           COPY "fdcontrl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  CHECK-FILE-AT-END        PIC X.
       77  HISTORY-FILE-AT-END      PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  CONTROL-RECORD-FOUND     PIC X.

       77  REPORT-YEAR              PIC 9(4).
       77  REPORT-MONTH             PIC 99.
       77  REPORT-PERIOD            PIC 9(6).
       77  REBATE-RATE              PIC 9(2)V99.

       77  TALLY-VENDOR             PIC 9(7).
       77  TALLY-AMOUNT             PIC S9(8)V99.
       77  TALLY-ISSUE-DATE         PIC 9(8).
       77  TALLY-SETTLED-DATE       PIC 9(8).
       77  TALLY-STATUS             PIC X.
           88  TALLY-IS-SETTLED     VALUE "S".
           88  TALLY-IS-DECLINED    VALUE "D".

       01  TALLY-DATE-AREA.
           05  TALLY-DATE           PIC 9(8).
           05  FILLER REDEFINES TALLY-DATE.
               10  TALLY-PERIOD     PIC 9(6).
               10  FILLER           PIC 99.

       77  VENDOR-SUB               PIC 9(3).
       77  SLOT-FOUND               PIC X.
       77  USED-SLOTS               PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT           PIC 9(5) VALUE ZEROES.

       77  TOTAL-SENT-COUNT         PIC 9(5).
       77  TOTAL-SENT-AMOUNT        PIC S9(9)V99.
       77  TOTAL-SETTLED-COUNT      PIC 9(5).
       77  TOTAL-SETTLED-AMOUNT     PIC S9(9)V99.
       77  TOTAL-DECLINED-COUNT     PIC 9(5).
       77  WAITING-COUNT            PIC 9(5).
       77  WAITING-AMOUNT           PIC S9(9)V99.
       77  REBATE-EARNED            PIC S9(7)V99.

       77  PRINT-COUNT              PIC ZZZZ9.
       77  PRINT-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-RATE               PIC Z9.99.

       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 300 TIMES.
               10  CARD-VENDOR          PIC 9(7).
               10  CARD-SENT-COUNT      PIC 9(5).
               10  CARD-SENT-AMOUNT     PIC S9(9)V99.
               10  CARD-SETTLED-COUNT   PIC 9(5).
               10  CARD-SETTLED-AMOUNT  PIC S9(9)V99.
               10  CARD-DECLINED-COUNT  PIC 9(5).

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(33)
               VALUE "VIRTUAL CARD VOLUME AND REBATE".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-TITLE-MONTH    PIC Z9.
           05  FILLER               PIC X(1)  VALUE "/".
           05  PRINT-TITLE-YEAR     PIC 9(4).
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  COLUMN-LINE.
           05  FILLER               PIC X(8)  VALUE "VENDOR".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(6)  VALUE " SENT".
           05  FILLER               PIC X(14) VALUE "      SENT AMT".
           05  FILLER               PIC X(6)  VALUE " SETL".
           05  FILLER               PIC X(14) VALUE "   SETTLED AMT".
           05  FILLER               PIC X(5)  VALUE " DECL".

       01  DETAIL-LINE.
           05  PRINT-VENDOR         PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-NAME           PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SENT-COUNT     PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SENT-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SETTLED-COUNT  PIC ZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SETTLED-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-DECLINED-COUNT PIC ZZZ9.

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
           MOVE "CRDRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-FILE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-REPORT-MONTH
               PERFORM GET-THE-REBATE-RATE
               PERFORM TALLY-BOTH-FILES
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT VIRTUAL CARD VOLUME AND REBATE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-REPORT-MONTH.
           PERFORM ACCEPT-REPORT-YEAR.
           PERFORM RE-ACCEPT-REPORT-YEAR
               UNTIL REPORT-YEAR > 1979.
           PERFORM ACCEPT-REPORT-MONTH.
           PERFORM RE-ACCEPT-REPORT-MONTH
               UNTIL REPORT-MONTH > 0 AND REPORT-MONTH < 13.
           COMPUTE REPORT-PERIOD = REPORT-YEAR * 100 + REPORT-MONTH.
           MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
           MOVE REPORT-MONTH TO PRINT-TITLE-MONTH.

       ACCEPT-REPORT-YEAR.
           DISPLAY "CARD ACTIVITY FOR - YEAR (CCYY)?".
           ACCEPT REPORT-YEAR.

       RE-ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER A FOUR-DIGIT YEAR".
           PERFORM ACCEPT-REPORT-YEAR.

       ACCEPT-REPORT-MONTH.
           DISPLAY "CARD ACTIVITY FOR - MONTH (1-12)?".
           ACCEPT REPORT-MONTH.

       RE-ACCEPT-REPORT-MONTH.
           DISPLAY "THE MONTH MUST BE 1 THROUGH 12".
           PERFORM ACCEPT-REPORT-MONTH.

      *--------------------------------
      * The rebate rate lives on the
      * global (type 1) control record.
      * With none on file the rebate
      * prints as zero rather than
      * stopping the report.
      *--------------------------------
       GET-THE-REBATE-RATE.
           MOVE ZEROES TO REBATE-RATE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-CARD-REBATE-RATE TO REBATE-RATE.

      *--------------------------------
      * One pass of each file - every
      * card payment lands in its
      * vendor's table slot. History
      * only ever holds settled
      * payments, so a payment is
      * never counted twice.
      *--------------------------------
       TALLY-BOTH-FILES.
           MOVE ZEROES TO CARD-TABLE.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT.
           MOVE ZEROES TO WAITING-COUNT WAITING-AMOUNT.
           PERFORM READ-FIRST-CHECK.
           PERFORM TALLY-ALL-LIVE
               UNTIL CHECK-FILE-AT-END = "Y".
           PERFORM READ-FIRST-HISTORY.
           PERFORM TALLY-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       TALLY-ALL-LIVE.
           IF CHECK-IS-CARD
                   AND (NOT CHECK-IS-VOIDED OR CHECK-CARD-DECLINED)
               PERFORM TALLY-ONE-LIVE-CARD.
           PERFORM READ-NEXT-CHECK.

      *--------------------------------
      * The issuer settles for what it
      * settles - the cleared amount is
      * the volume when there is one.
      *--------------------------------
       TALLY-ONE-LIVE-CARD.
           MOVE CHECK-VENDOR TO TALLY-VENDOR.
           MOVE CHECK-ISSUE-DATE TO TALLY-ISSUE-DATE.
           MOVE CHECK-CLEARED-DATE TO TALLY-SETTLED-DATE.
           MOVE CHECK-CARD-STATUS TO TALLY-STATUS.
           IF CHECK-CARD-SETTLED
                   AND CHECK-CLEARED-AMOUNT NOT = ZEROES
               MOVE CHECK-CLEARED-AMOUNT TO TALLY-AMOUNT
           ELSE
               MOVE CHECK-AMOUNT TO TALLY-AMOUNT.
           IF NOT CHECK-CARD-SETTLED
                   AND NOT CHECK-CARD-DECLINED
               ADD 1 TO WAITING-COUNT
               ADD CHECK-AMOUNT TO WAITING-AMOUNT.
           PERFORM TALLY-ONE-CARD-PAYMENT.

       TALLY-ALL-HISTORY.
           IF CHECK-HIST-IS-CARD
               PERFORM TALLY-ONE-HISTORY-CARD.
           PERFORM READ-NEXT-HISTORY.

       TALLY-ONE-HISTORY-CARD.
           MOVE CHECK-HIST-VENDOR TO TALLY-VENDOR.
           MOVE CHECK-HIST-ISSUE-DATE TO TALLY-ISSUE-DATE.
           MOVE CHECK-HIST-CLEARED-DATE TO TALLY-SETTLED-DATE.
           MOVE CHECK-HIST-CARD-STATUS TO TALLY-STATUS.
           MOVE CHECK-HIST-CLEARED-AMOUNT TO TALLY-AMOUNT.
           IF TALLY-AMOUNT = ZEROES
               MOVE CHECK-HIST-AMOUNT TO TALLY-AMOUNT.
           PERFORM TALLY-ONE-CARD-PAYMENT.

      *--------------------------------
      * A payment touches the table only
      * when it was issued or settled in
      * the report month.
      *--------------------------------
       TALLY-ONE-CARD-PAYMENT.
           MOVE "N" TO SLOT-FOUND.
           MOVE TALLY-ISSUE-DATE TO TALLY-DATE.
           IF TALLY-PERIOD = REPORT-PERIOD
               PERFORM FIND-THE-VENDOR-SLOT
               IF SLOT-FOUND = "Y"
                   PERFORM ADD-THE-ISSUED-PAYMENT.
           MOVE TALLY-SETTLED-DATE TO TALLY-DATE.
           IF TALLY-IS-SETTLED
                   AND TALLY-PERIOD = REPORT-PERIOD
               PERFORM FIND-THE-VENDOR-SLOT
               IF SLOT-FOUND = "Y"
                   PERFORM ADD-THE-SETTLED-PAYMENT.

       ADD-THE-ISSUED-PAYMENT.
           ADD 1 TO CARD-SENT-COUNT (VENDOR-SUB).
           ADD TALLY-AMOUNT TO CARD-SENT-AMOUNT (VENDOR-SUB).
           IF TALLY-IS-DECLINED
               ADD 1 TO CARD-DECLINED-COUNT (VENDOR-SUB).

       ADD-THE-SETTLED-PAYMENT.
           ADD 1 TO CARD-SETTLED-COUNT (VENDOR-SUB).
           ADD TALLY-AMOUNT TO CARD-SETTLED-AMOUNT (VENDOR-SUB).

       FIND-THE-VENDOR-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.

       LOOK-AT-ONE-SLOT.
           IF CARD-VENDOR (VENDOR-SUB) = TALLY-VENDOR
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM VENDOR-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 300
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO VENDOR-SUB
               MOVE TALLY-VENDOR TO CARD-VENDOR (VENDOR-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * Vendors print in the order their
      * first card payment turns up on
      * the file, then the totals.
      *--------------------------------
       PRINT-THE-REPORT.
           MOVE ZEROES TO TOTAL-SENT-COUNT TOTAL-SENT-AMOUNT
                          TOTAL-SETTLED-COUNT TOTAL-SETTLED-AMOUNT
                          TOTAL-DECLINED-COUNT.
           PERFORM START-NEW-PAGE.
           IF USED-SLOTS = ZEROES
               MOVE "NO CARD ACTIVITY IN THE MONTH"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-VENDOR
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > USED-SLOTS.
           PERFORM PRINT-THE-TOTALS.

       PRINT-ONE-VENDOR.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE CARD-VENDOR (VENDOR-SUB) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not On File**" TO VENDOR-NAME.
           MOVE CARD-VENDOR (VENDOR-SUB) TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE CARD-SENT-COUNT (VENDOR-SUB) TO PRINT-SENT-COUNT.
           MOVE CARD-SENT-AMOUNT (VENDOR-SUB) TO PRINT-SENT-AMOUNT.
           MOVE CARD-SETTLED-COUNT (VENDOR-SUB)
               TO PRINT-SETTLED-COUNT.
           MOVE CARD-SETTLED-AMOUNT (VENDOR-SUB)
               TO PRINT-SETTLED-AMOUNT.
           MOVE CARD-DECLINED-COUNT (VENDOR-SUB)
               TO PRINT-DECLINED-COUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD CARD-SENT-COUNT (VENDOR-SUB) TO TOTAL-SENT-COUNT.
           ADD CARD-SENT-AMOUNT (VENDOR-SUB) TO TOTAL-SENT-AMOUNT.
           ADD CARD-SETTLED-COUNT (VENDOR-SUB)
               TO TOTAL-SETTLED-COUNT.
           ADD CARD-SETTLED-AMOUNT (VENDOR-SUB)
               TO TOTAL-SETTLED-AMOUNT.
           ADD CARD-DECLINED-COUNT (VENDOR-SUB)
               TO TOTAL-DECLINED-COUNT.

      *--------------------------------
      * The rebate is earned on the
      * settled volume only - a declined
      * or unsettled card earns nothing.
      *--------------------------------
       PRINT-THE-TOTALS.
           IF LINE-COUNT > MAXIMUM-LINES - 8
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TOTAL-SENT-COUNT TO PRINT-COUNT.
           MOVE TOTAL-SENT-AMOUNT TO PRINT-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CARD PAYMENTS ISSUED:   " PRINT-COUNT
                  "  " PRINT-TOTAL
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TOTAL-SETTLED-COUNT TO PRINT-COUNT.
           MOVE TOTAL-SETTLED-AMOUNT TO PRINT-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SETTLED CARD VOLUME:    " PRINT-COUNT
                  "  " PRINT-TOTAL
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TOTAL-DECLINED-COUNT TO PRINT-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "DECLINED BY THE ISSUER: " PRINT-COUNT
                  "  (REISSUED AS CHECKS)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE WAITING-COUNT TO PRINT-COUNT.
           MOVE WAITING-AMOUNT TO PRINT-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "AWAITING SETTLEMENT:    " PRINT-COUNT
                  "  " PRINT-TOTAL "  (ALL MONTHS)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           COMPUTE REBATE-EARNED ROUNDED =
               TOTAL-SETTLED-AMOUNT * REBATE-RATE / 100.
           MOVE REBATE-RATE TO PRINT-RATE.
           MOVE REBATE-EARNED TO PRINT-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "REBATE EARNED AT " PRINT-RATE "%:  "
                  "     " PRINT-TOTAL
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "VENDORS PAST THE 300-SLOT TABLE: "
                      OVERFLOW-COUNT " PAYMENTS NOT COUNTED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

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

       READ-FIRST-HISTORY.
           MOVE LOW-VALUES TO CHECK-HIST-KEY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START CHECK-HISTORY-FILE
               KEY NOT < CHECK-HIST-KEY
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY.

       READ-NEXT-HISTORY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ CHECK-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

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
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

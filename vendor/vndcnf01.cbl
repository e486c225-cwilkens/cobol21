       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCNF01.
      *------------------------------------
      * Vendor Balance Confirmations
      *
      * At year end the auditors pick a
      * sample of vendors and have us ask
      * each one to confirm what our books
      * say we owe at a cutoff date. Three
      * entrances:
      *
      * 1. PRINT LETTERS - for an as-of
      *    date, the sample is keyed as a
      *    list of vendor numbers, or
      *    taken as the top N vendors by
      *    balance open at that date or
      *    by spend paid in the twelve
      *    months up to it. Open items are
      *    rebuilt from the live and
      *    history voucher files exactly
      *    as BILRPT05 does - on file by
      *    the as-of date, not fully paid
      *    at it, at face value. Each
      *    vendor gets a letter listing
      *    them, a zero balance included,
      *    addressed to the remit-to when
      *    the vendor uses one, and one
      *    record on the confirmation
      *    file.
      *
      * 2. RECORD A REPLY - agreed, a
      *    different balance with the
      *    reason, or undeliverable.
      *
      * 3. TRACKING REPORT - every letter
      *    for an as-of date with its
      *    reply and the differences, for
      *    the auditors' workpapers.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slcnf01.cbl".

           SELECT PRESORT-FILE
               ASSIGN TO "cnfpre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WORK-FILE
               ASSIGN TO "cnfwork"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcnf01.cbl".

       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-RECORD.
           05  PRESORT-VENDOR        PIC 9(7).
           05  PRESORT-DUE           PIC 9(8).
           05  PRESORT-NUMBER        PIC 9(7).
           05  PRESORT-INVOICE       PIC X(15).
           05  PRESORT-DATE          PIC 9(8).
           05  PRESORT-AMOUNT        PIC S9(8)V99.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-VENDOR           PIC 9(7).
           05  WORK-DUE              PIC 9(8).
           05  WORK-NUMBER           PIC 9(7).
           05  WORK-INVOICE          PIC X(15).
           05  WORK-DATE             PIC 9(8).
           05  WORK-AMOUNT           PIC S9(8)V99.

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-VENDOR           PIC 9(7).
           05  SORT-DUE              PIC 9(8).
           05  SORT-NUMBER           PIC 9(7).
           05  SORT-INVOICE          PIC X(15).
           05  SORT-DATE             PIC 9(8).
           05  SORT-AMOUNT           PIC S9(8)V99.

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 9.
           88  MENU-PICK-IS-VALID    VALUES 0 THRU 3.

       77  OK-TO-PROCESS             PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  WORK-FILE-AT-END          PIC X.
       77  CONFIRM-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  CONFIRM-RECORD-FOUND      PIC X.
       77  FIRST-RECORD-SWITCH       PIC X.

       77  TODAYS-DATE               PIC 9(8).
       77  AS-OF-DATE                PIC 9(8).
       77  SPEND-FROM-DATE           PIC 9(8).

       77  SAMPLE-METHOD             PIC X.
           88  SAMPLE-IS-LISTED      VALUE "L".
           88  SAMPLE-BY-BALANCE     VALUE "B".
           88  SAMPLE-BY-SPEND       VALUE "S".
           88  SAMPLE-METHOD-IS-VALID
                                     VALUES "L" "B" "S".
       77  TOP-N                     PIC 9(3).
       77  ENTERED-VENDOR            PIC 9(7).

       77  TALLY-VENDOR              PIC 9(7).
       77  VENDOR-SUB                PIC 9(3).
       77  SCAN-SUB                  PIC 9(3).
       77  BEST-SUB                  PIC 9(3).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.
       77  PICKED-COUNT              PIC 9(3).
       77  RANKED-COUNT              PIC 9(3).

       77  CURRENT-VENDOR            PIC 9(7).
       77  PREVIOUS-VENDOR           PIC 9(7).
       77  LETTER-BALANCE            PIC S9(9)V99.
       77  LETTER-INVOICES           PIC 9(5).
       77  LETTER-COUNT              PIC 9(5).

       77  REPLY-VENDOR              PIC 9(7).
       77  REPLY-CODE                PIC X.
       77  AMOUNT-ENTRY              PIC ZZZ,ZZZ,ZZ9.99-.
       77  AMOUNT-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.

       77  REPORT-COUNT              PIC 9(5).
       77  AGREED-COUNT              PIC 9(5).
       77  DIFFERENT-COUNT           PIC 9(5).
       77  UNDELIVERABLE-COUNT       PIC 9(5).
       77  NO-REPLY-COUNT            PIC 9(5).
       77  OUR-TOTAL                 PIC S9(9)V99.
       77  DIFFERENCE-TOTAL          PIC S9(9)V99.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

      *--------------------------------
      * The sample - keyed vendors, or
      * every vendor with a balance or
      * spend for the top-N ranking.
      *--------------------------------
       01  SAMPLE-TABLE.
           05  SAMPLE-ENTRY OCCURS 500 TIMES.
               10  SAMPLE-VENDOR     PIC 9(7).
               10  SAMPLE-BALANCE    PIC S9(9)V99.
               10  SAMPLE-SPEND      PIC S9(9)V99.
               10  SAMPLE-RANKED     PIC X.
               10  SAMPLE-PICKED     PIC X.
               10  SAMPLE-LETTERED   PIC X.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  FILLER                PIC X(4) VALUE SPACE.
           05  PRINT-INVOICE         PIC X(15).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-INVOICE-DATE    PIC Z9/99/9999.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-DUE-DATE        PIC Z9/99/9999.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  COLUMN-LINE.
           05  FILLER                PIC X(4) VALUE SPACE.
           05  FILLER                PIC X(17) VALUE "INVOICE".
           05  FILLER                PIC X(12) VALUE "INV DATE".
           05  FILLER                PIC X(12) VALUE "DUE DATE".
           05  FILLER                PIC X(15)
               VALUE "         AMOUNT".

       01  TRACKING-LINE.
           05  PRINT-VENDOR          PIC ZZZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-VENDOR-NAME     PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-OUR-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-STATUS          PIC X(9).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-DIFFERENCE      PIC ZZ,ZZZ,ZZ9.99-.

       01  TRACKING-COLUMN-LINE.
           05  FILLER                PIC X(8) VALUE "VENDOR".
           05  FILLER                PIC X(21) VALUE "NAME".
           05  FILLER                PIC X(15)
               VALUE "    OUR BALANCE".
           05  FILLER                PIC X(10) VALUE "REPLY".
           05  FILLER                PIC X(14)
               VALUE "    DIFFERENCE".

       01  TITLE-LINE.
           05  FILLER                PIC X(10) VALUE SPACE.
           05  FILLER                PIC X(34)
               VALUE "BALANCE CONFIRMATIONS AS OF:".
           05  PRINT-AS-OF-DATE      PIC Z9/99/9999.
           05  FILLER                PIC X(11) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.

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
           MOVE "VNDCNF01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O CONFIRMATION-FILE.
           OPEN INPUT VENDOR-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CONFIRMATION-FILE.
           CLOSE VENDOR-FILE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    VENDOR BALANCE CONFIRMATIONS".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1. PRINT CONFIRMATION LETTERS".
           DISPLAY "          2. RECORD A VENDOR REPLY".
           DISPLAY "          3. TRACKING REPORT".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM LETTER-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM REPLY-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM TRACKING-MODE.
           PERFORM GET-MENU-PICK.

       GET-AS-OF-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "CONFIRM BALANCES AS OF (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO AS-OF-DATE.

      *--------------------------------
      * 1. LETTERS
      *--------------------------------
       LETTER-MODE.
           PERFORM GET-AS-OF-DATE.
           PERFORM GET-SAMPLE-METHOD.
           MOVE SPACE TO SAMPLE-TABLE.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT PICKED-COUNT.
           IF SAMPLE-IS-LISTED
               PERFORM GET-LISTED-VENDORS
           ELSE
               PERFORM GET-TOP-N
               PERFORM TALLY-BOTH-FILES
               PERFORM PICK-THE-TOP-VENDORS.
           IF PICKED-COUNT = ZEROES
               DISPLAY "NO VENDORS WERE PICKED"
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM PRINT-ALL-LETTERS.

       GET-SAMPLE-METHOD.
           PERFORM ACCEPT-SAMPLE-METHOD.
           PERFORM RE-ACCEPT-SAMPLE-METHOD
               UNTIL SAMPLE-METHOD-IS-VALID.

       ACCEPT-SAMPLE-METHOD.
           DISPLAY "PICK THE SAMPLE BY L(IST OF VENDORS),".
           DISPLAY "TOP B(ALANCES) OR TOP S(PEND)?".
           ACCEPT SAMPLE-METHOD.
           INSPECT SAMPLE-METHOD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SAMPLE-METHOD.
           DISPLAY "YOU MUST ENTER L, B OR S".
           PERFORM ACCEPT-SAMPLE-METHOD.

       GET-TOP-N.
           PERFORM ACCEPT-TOP-N.
           PERFORM RE-ACCEPT-TOP-N
               UNTIL TOP-N NOT = ZEROES.

       ACCEPT-TOP-N.
           DISPLAY "HOW MANY TOP VENDORS?".
           ACCEPT TOP-N.

       RE-ACCEPT-TOP-N.
           DISPLAY "THE COUNT MUST NOT BE ZERO".
           PERFORM ACCEPT-TOP-N.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT " PICKED-COUNT
                   " CONFIRMATION LETTERS (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * The keyed list - a zero ends
      * it. Each vendor must be on file
      * to be written to; a vendor keyed
      * twice gets one letter.
      *--------------------------------
       GET-LISTED-VENDORS.
           PERFORM ACCEPT-LISTED-VENDOR.
           PERFORM TAKE-LISTED-VENDOR
               UNTIL ENTERED-VENDOR = ZEROES.

       ACCEPT-LISTED-VENDOR.
           DISPLAY "VENDOR NUMBER TO CONFIRM (0 TO END LIST)?".
           ACCEPT ENTERED-VENDOR.

       TAKE-LISTED-VENDOR.
           MOVE ENTERED-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               DISPLAY "VENDOR NOT ON FILE"
           ELSE
               MOVE ENTERED-VENDOR TO TALLY-VENDOR
               PERFORM FIND-THE-VENDOR-SLOT
               PERFORM PICK-LISTED-VENDOR.
           PERFORM ACCEPT-LISTED-VENDOR.

       PICK-LISTED-VENDOR.
           IF SLOT-FOUND = "Y"
               DISPLAY "ALREADY ON THE LIST"
           ELSE
               PERFORM TAKE-A-NEW-SLOT
               IF SLOT-FOUND = "Y"
                   MOVE "Y" TO SAMPLE-PICKED (VENDOR-SUB)
                   ADD 1 TO PICKED-COUNT
                   DISPLAY VENDOR-NAME.

      *--------------------------------
      * For a top-N sample, one pass of
      * each voucher file totals every
      * vendor's open balance at the
      * as-of date and what was paid it
      * in the year up to that date.
      *--------------------------------
       TALLY-BOTH-FILES.
           MOVE AS-OF-DATE TO DATE-YYYYMMDD.
           SUBTRACT 1 FROM DATE-YYYY.
           MOVE DATE-YYYYMMDD TO SPEND-FROM-DATE.
           OPEN INPUT VOUCHER-FILE.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM TALLY-ALL-LIVE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           PERFORM READ-FIRST-HISTORY.
           PERFORM TALLY-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           CLOSE VOUCHER-HISTORY-FILE.
           IF OVERFLOW-COUNT NOT = ZEROES
               DISPLAY "VENDORS PAST THE 500-SLOT TABLE: "
                       OVERFLOW-COUNT " VOUCHERS NOT COUNTED".

       TALLY-ALL-LIVE.
           IF VOUCHER-VENDOR NOT = ZEROES
               MOVE VOUCHER-VENDOR TO TALLY-VENDOR
               IF VOUCHER-ENTRY-DATE NOT > AS-OF-DATE
                       AND (VOUCHER-PAID-DATE = ZEROES
                           OR VOUCHER-PAID-DATE > AS-OF-DATE)
                   PERFORM FIND-OR-TAKE-A-SLOT
                   PERFORM ADD-LIVE-BALANCE
               ELSE
               IF VOUCHER-PAID-DATE > SPEND-FROM-DATE
                       AND VOUCHER-PAID-DATE NOT > AS-OF-DATE
                   PERFORM FIND-OR-TAKE-A-SLOT
                   PERFORM ADD-LIVE-SPEND.
           PERFORM READ-NEXT-VOUCHER.

       ADD-LIVE-BALANCE.
           IF SLOT-FOUND = "Y"
               ADD VOUCHER-AMOUNT TO SAMPLE-BALANCE (VENDOR-SUB).

       ADD-LIVE-SPEND.
           IF SLOT-FOUND = "Y"
               ADD VOUCHER-AMOUNT TO SAMPLE-SPEND (VENDOR-SUB).

       TALLY-ALL-HISTORY.
           IF VOUCHER-HIST-VENDOR NOT = ZEROES
               MOVE VOUCHER-HIST-VENDOR TO TALLY-VENDOR
               IF VOUCHER-HIST-ENTRY-DATE NOT > AS-OF-DATE
                       AND (VOUCHER-HIST-PAID-DATE = ZEROES
                           OR VOUCHER-HIST-PAID-DATE > AS-OF-DATE)
                   PERFORM FIND-OR-TAKE-A-SLOT
                   PERFORM ADD-HISTORY-BALANCE
               ELSE
               IF VOUCHER-HIST-PAID-DATE > SPEND-FROM-DATE
                       AND VOUCHER-HIST-PAID-DATE NOT > AS-OF-DATE
                   PERFORM FIND-OR-TAKE-A-SLOT
                   PERFORM ADD-HISTORY-SPEND.
           PERFORM READ-NEXT-HISTORY.

       ADD-HISTORY-BALANCE.
           IF SLOT-FOUND = "Y"
               ADD VOUCHER-HIST-AMOUNT
                   TO SAMPLE-BALANCE (VENDOR-SUB).

       ADD-HISTORY-SPEND.
           IF SLOT-FOUND = "Y"
               ADD VOUCHER-HIST-AMOUNT
                   TO SAMPLE-SPEND (VENDOR-SUB).

       FIND-OR-TAKE-A-SLOT.
           PERFORM FIND-THE-VENDOR-SLOT.
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.

       FIND-THE-VENDOR-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".

       LOOK-AT-ONE-SLOT.
           IF SAMPLE-VENDOR (VENDOR-SUB) = TALLY-VENDOR
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM VENDOR-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 500
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO VENDOR-SUB
               MOVE TALLY-VENDOR TO SAMPLE-VENDOR (VENDOR-SUB)
               MOVE ZEROES TO SAMPLE-BALANCE (VENDOR-SUB)
                              SAMPLE-SPEND (VENDOR-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * Rank by balance or spend,
      * biggest first - the best
      * unranked slot each time around.
      * A vendor no longer on file has
      * no address to write to and is
      * passed over.
      *--------------------------------
       PICK-THE-TOP-VENDORS.
           MOVE ZEROES TO RANKED-COUNT.
           PERFORM RANK-ONE-VENDOR
               UNTIL PICKED-COUNT NOT < TOP-N
                   OR RANKED-COUNT NOT < USED-SLOTS.

       RANK-ONE-VENDOR.
           MOVE ZEROES TO BEST-SUB.
           PERFORM FIND-THE-BEST-SLOT
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > USED-SLOTS.
           ADD 1 TO RANKED-COUNT.
           MOVE "Y" TO SAMPLE-RANKED (BEST-SUB).
           MOVE SAMPLE-VENDOR (BEST-SUB) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               DISPLAY "VENDOR " VENDOR-NUMBER
                       " NOT ON FILE - PASSED OVER"
           ELSE
               MOVE "Y" TO SAMPLE-PICKED (BEST-SUB)
               ADD 1 TO PICKED-COUNT.

       FIND-THE-BEST-SLOT.
           IF SAMPLE-RANKED (SCAN-SUB) NOT = "Y"
               IF BEST-SUB = ZEROES
                   MOVE SCAN-SUB TO BEST-SUB
               ELSE
               IF SAMPLE-BY-BALANCE
                   IF SAMPLE-BALANCE (SCAN-SUB) >
                           SAMPLE-BALANCE (BEST-SUB)
                       MOVE SCAN-SUB TO BEST-SUB
                   ELSE
                       NEXT SENTENCE
               ELSE
               IF SAMPLE-SPEND (SCAN-SUB) >
                       SAMPLE-SPEND (BEST-SUB)
                   MOVE SCAN-SUB TO BEST-SUB.

      *--------------------------------
      * The open items for the picked
      * vendors, rebuilt as BILRPT05
      * rebuilds them, sorted by due
      * date within vendor.
      *--------------------------------
       PRINT-ALL-LETTERS.
           MOVE ZEROES TO LETTER-COUNT LINE-COUNT.
           PERFORM BUILD-PRESORT-FILE.
           PERFORM SORT-DATA-FILE.
           OPEN INPUT WORK-FILE.
           MOVE "Y" TO FIRST-RECORD-SWITCH.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM LETTER-ALL-VOUCHERS
               UNTIL WORK-FILE-AT-END = "Y".
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM END-THE-LETTER.
           CLOSE WORK-FILE.
           PERFORM LETTER-ONE-ZERO-BALANCE
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > USED-SLOTS.
           DISPLAY " ".
           DISPLAY "CONFIRMATION LETTERS PRINTED: " LETTER-COUNT.

       BUILD-PRESORT-FILE.
           OPEN OUTPUT PRESORT-FILE.
           OPEN INPUT VOUCHER-FILE.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM FILTER-ALL-LIVE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           PERFORM READ-FIRST-HISTORY.
           PERFORM FILTER-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PRESORT-FILE.

       FILTER-ALL-LIVE.
           IF VOUCHER-ENTRY-DATE NOT > AS-OF-DATE
                   AND (VOUCHER-PAID-DATE = ZEROES
                       OR VOUCHER-PAID-DATE > AS-OF-DATE)
               MOVE VOUCHER-VENDOR TO TALLY-VENDOR
               PERFORM FIND-THE-VENDOR-SLOT
               PERFORM WRITE-LIVE-PRESORT.
           PERFORM READ-NEXT-VOUCHER.

       WRITE-LIVE-PRESORT.
           IF SLOT-FOUND = "Y"
               IF SAMPLE-PICKED (VENDOR-SUB) = "Y"
                   MOVE VOUCHER-VENDOR TO PRESORT-VENDOR
                   MOVE VOUCHER-DUE TO PRESORT-DUE
                   MOVE VOUCHER-NUMBER TO PRESORT-NUMBER
                   MOVE VOUCHER-INVOICE TO PRESORT-INVOICE
                   MOVE VOUCHER-DATE TO PRESORT-DATE
                   MOVE VOUCHER-AMOUNT TO PRESORT-AMOUNT
                   WRITE PRESORT-RECORD.

       FILTER-ALL-HISTORY.
           IF VOUCHER-HIST-ENTRY-DATE NOT > AS-OF-DATE
                   AND (VOUCHER-HIST-PAID-DATE = ZEROES
                       OR VOUCHER-HIST-PAID-DATE > AS-OF-DATE)
               MOVE VOUCHER-HIST-VENDOR TO TALLY-VENDOR
               PERFORM FIND-THE-VENDOR-SLOT
               PERFORM WRITE-HISTORY-PRESORT.
           PERFORM READ-NEXT-HISTORY.

       WRITE-HISTORY-PRESORT.
           IF SLOT-FOUND = "Y"
               IF SAMPLE-PICKED (VENDOR-SUB) = "Y"
                   MOVE VOUCHER-HIST-VENDOR TO PRESORT-VENDOR
                   MOVE VOUCHER-HIST-DUE TO PRESORT-DUE
                   MOVE VOUCHER-HIST-NUMBER TO PRESORT-NUMBER
                   MOVE VOUCHER-HIST-INVOICE TO PRESORT-INVOICE
                   MOVE VOUCHER-HIST-DATE TO PRESORT-DATE
                   MOVE VOUCHER-HIST-AMOUNT TO PRESORT-AMOUNT
                   WRITE PRESORT-RECORD.

       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
               ON ASCENDING KEY SORT-DUE
               USING PRESORT-FILE
               GIVING WORK-FILE.

       LETTER-ALL-VOUCHERS.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM START-THE-LETTER
           ELSE
           IF CURRENT-VENDOR NOT = PREVIOUS-VENDOR
               PERFORM END-THE-LETTER
               PERFORM START-THE-LETTER.
           PERFORM PRINT-ONE-INVOICE.
           MOVE CURRENT-VENDOR TO PREVIOUS-VENDOR.
           PERFORM READ-NEXT-WORK-RECORD.

      *--------------------------------
      * A picked vendor with nothing
      * open still gets a letter - the
      * auditors confirm zero balances
      * too.
      *--------------------------------
       LETTER-ONE-ZERO-BALANCE.
           IF SAMPLE-PICKED (SCAN-SUB) = "Y"
                   AND SAMPLE-LETTERED (SCAN-SUB) NOT = "Y"
               MOVE SAMPLE-VENDOR (SCAN-SUB) TO CURRENT-VENDOR
               PERFORM START-THE-LETTER
               MOVE "    NO OPEN INVOICES ON OUR BOOKS"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               PERFORM END-THE-LETTER.

       START-THE-LETTER.
           MOVE ZEROES TO LETTER-BALANCE LETTER-INVOICES.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE CURRENT-VENDOR TO TALLY-VENDOR.
           PERFORM FIND-THE-VENDOR-SLOT.
           IF SLOT-FOUND = "Y"
               MOVE "Y" TO SAMPLE-LETTERED (VENDOR-SUB).
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           IF VENDOR-REMIT-TO-USED
               PERFORM PRINT-REMIT-TO-ADDRESS
           ELSE
               PERFORM PRINT-VENDOR-ADDRESS.
           IF VENDOR-CONTACT NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               STRING "ATTN: " VENDOR-CONTACT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE AS-OF-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "RE: CONFIRMATION OF BALANCE AS OF "
                  FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "    OUR VENDOR NUMBER " CURRENT-VENDOR
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "OUR AUDITORS ARE EXAMINING OUR FINANCIAL"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "STATEMENTS. PLEASE COMPARE THE INVOICES BELOW,"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "WHICH OUR BOOKS SHOW UNPAID ON THE DATE ABOVE,"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "WITH YOUR RECORDS AND REPLY DIRECTLY TO OUR"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "AUDITORS. THIS IS NOT A REQUEST FOR PAYMENT."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VENDOR-ADDRESS.
           MOVE "V" TO CNF-ADDRESSED-TO.
           MOVE VENDOR-NAME TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-ADDRESS-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-ADDRESS-2 TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING VENDOR-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  VENDOR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VENDOR-ZIP DELIMITED BY SIZE
               INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-REMIT-TO-ADDRESS.
           MOVE "R" TO CNF-ADDRESSED-TO.
           MOVE VENDOR-REMIT-NAME TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VENDOR-REMIT-ADDRESS-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF VENDOR-REMIT-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-REMIT-ADDRESS-2 TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING VENDOR-REMIT-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  VENDOR-REMIT-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VENDOR-REMIT-ZIP DELIMITED BY SIZE
               INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-INVOICE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM FORM-FEED
               MOVE SPACE TO PRINTER-RECORD
               STRING "CONFIRMATION - " VENDOR-NAME
                      " (CONTINUED)"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO DETAIL-LINE.
           MOVE WORK-INVOICE TO PRINT-INVOICE.
           MOVE WORK-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-INVOICE-DATE.
           MOVE WORK-DUE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-DUE-DATE.
           MOVE WORK-AMOUNT TO PRINT-AMOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           ADD WORK-AMOUNT TO LETTER-BALANCE.
           ADD 1 TO LETTER-INVOICES.

       END-THE-LETTER.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "TOTAL BALANCE" TO PRINT-INVOICE.
           MOVE LETTER-BALANCE TO PRINT-AMOUNT.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "[ ] THE BALANCE ABOVE AGREES WITH OUR RECORDS."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "[ ] OUR RECORDS SHOW A BALANCE OF $____________"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "    - DIFFERENCES ARE LISTED ON THE BACK."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "SIGNED ______________________  DATE __________"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "ACCOUNTS PAYABLE" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM FORM-FEED.
           PERFORM RECORD-THE-LETTER.

      *--------------------------------
      * A letter printed again for the
      * same date replaces the earlier
      * record and clears any reply.
      *--------------------------------
       RECORD-THE-LETTER.
           MOVE AS-OF-DATE TO CNF-AS-OF-DATE.
           MOVE CURRENT-VENDOR TO CNF-VENDOR.
           MOVE TODAYS-DATE TO CNF-SENT-DATE.
           MOVE SIGNED-ON-OPERATOR TO CNF-SENT-BY.
           MOVE LETTER-INVOICES TO CNF-INVOICE-COUNT.
           MOVE LETTER-BALANCE TO CNF-OUR-BALANCE.
           MOVE "S" TO CNF-STATUS.
           MOVE ZEROES TO CNF-RESPONSE-DATE CNF-THEIR-BALANCE
                          CNF-DIFFERENCE.
           MOVE SPACE TO CNF-RECORDED-BY CNF-DIFF-NOTE.
           WRITE CONFIRMATION-RECORD
               INVALID KEY
               PERFORM REWRITE-CONFIRMATION-RECORD.
           ADD 1 TO LETTER-COUNT.

       WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * 2. REPLY
      *--------------------------------
       REPLY-MODE.
           PERFORM GET-AS-OF-DATE.
           DISPLAY "VENDOR NUMBER (0 TO GO BACK)?".
           ACCEPT REPLY-VENDOR.
           IF REPLY-VENDOR NOT = ZEROES
               MOVE AS-OF-DATE TO CNF-AS-OF-DATE
               MOVE REPLY-VENDOR TO CNF-VENDOR
               PERFORM READ-CONFIRMATION-RECORD
               IF CONFIRM-RECORD-FOUND = "N"
                   DISPLAY "NO LETTER WAS SENT FOR THAT DATE"
               ELSE
                   PERFORM RECORD-THE-REPLY.

       RECORD-THE-REPLY.
           MOVE CNF-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO VENDOR-NAME.
           MOVE CNF-OUR-BALANCE TO AMOUNT-FIELD.
           DISPLAY VENDOR-NAME.
           DISPLAY "BALANCE PER OUR BOOKS: " AMOUNT-FIELD.
           IF NOT CNF-IS-SENT
               DISPLAY "A REPLY (" CNF-STATUS
                       ") IS ALREADY RECORDED - IT WILL BE REPLACED".
           PERFORM GET-REPLY-CODE.
           MOVE REPLY-CODE TO CNF-STATUS.
           MOVE ZEROES TO CNF-THEIR-BALANCE CNF-DIFFERENCE.
           MOVE SPACE TO CNF-DIFF-NOTE.
           IF CNF-IS-AGREED
               MOVE CNF-OUR-BALANCE TO CNF-THEIR-BALANCE
           ELSE
           IF CNF-IS-DIFFERENT
               PERFORM GET-THEIR-BALANCE.
           MOVE TODAYS-DATE TO CNF-RESPONSE-DATE.
           MOVE SIGNED-ON-OPERATOR TO CNF-RECORDED-BY.
           PERFORM REWRITE-CONFIRMATION-RECORD.
           DISPLAY "REPLY RECORDED".

       GET-REPLY-CODE.
           PERFORM ACCEPT-REPLY-CODE.
           PERFORM RE-ACCEPT-REPLY-CODE
               UNTIL REPLY-CODE = "A" OR "D" OR "U".

       ACCEPT-REPLY-CODE.
           DISPLAY "A(GREES), D(IFFERS) OR U(NDELIVERABLE)?".
           ACCEPT REPLY-CODE.
           INSPECT REPLY-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REPLY-CODE.
           DISPLAY "YOU MUST ENTER A, D OR U".
           PERFORM ACCEPT-REPLY-CODE.

       GET-THEIR-BALANCE.
           DISPLAY "BALANCE PER THE VENDOR?".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO CNF-THEIR-BALANCE.
           COMPUTE CNF-DIFFERENCE =
               CNF-THEIR-BALANCE - CNF-OUR-BALANCE.
           MOVE CNF-DIFFERENCE TO AMOUNT-FIELD.
           DISPLAY "DIFFERENCE: " AMOUNT-FIELD.
           PERFORM ACCEPT-DIFF-NOTE.
           PERFORM RE-ACCEPT-DIFF-NOTE
               UNTIL CNF-DIFF-NOTE NOT = SPACE.

       ACCEPT-DIFF-NOTE.
           DISPLAY "REASON FOR THE DIFFERENCE?".
           ACCEPT CNF-DIFF-NOTE.
           INSPECT CNF-DIFF-NOTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DIFF-NOTE.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-DIFF-NOTE.

      *--------------------------------
      * 3. TRACKING REPORT
      *--------------------------------
       TRACKING-MODE.
           PERFORM GET-AS-OF-DATE.
           MOVE ZEROES TO REPORT-COUNT AGREED-COUNT
                          DIFFERENT-COUNT UNDELIVERABLE-COUNT
                          NO-REPLY-COUNT OUR-TOTAL DIFFERENCE-TOTAL
                          PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           MOVE AS-OF-DATE TO CNF-AS-OF-DATE.
           MOVE ZEROES TO CNF-VENDOR.
           PERFORM READ-FIRST-CONFIRMATION.
           PERFORM REPORT-ALL-CONFIRMATIONS
               UNTIL CONFIRM-FILE-AT-END = "Y".
           PERFORM PRINT-TRACKING-TOTALS.
           PERFORM END-LAST-PAGE.

       REPORT-ALL-CONFIRMATIONS.
           PERFORM REPORT-ONE-CONFIRMATION.
           PERFORM READ-NEXT-CONFIRMATION.

       REPORT-ONE-CONFIRMATION.
           ADD 1 TO REPORT-COUNT.
           ADD CNF-OUR-BALANCE TO OUR-TOTAL.
           MOVE SPACE TO TRACKING-LINE.
           MOVE CNF-VENDOR TO PRINT-VENDOR VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
           ELSE
               MOVE "**Not Found**" TO PRINT-VENDOR-NAME.
           MOVE CNF-OUR-BALANCE TO PRINT-OUR-BALANCE.
           IF CNF-IS-AGREED
               ADD 1 TO AGREED-COUNT
               MOVE "AGREED" TO PRINT-STATUS
           ELSE
           IF CNF-IS-DIFFERENT
               ADD 1 TO DIFFERENT-COUNT
               ADD CNF-DIFFERENCE TO DIFFERENCE-TOTAL
               MOVE "DIFFERS" TO PRINT-STATUS
               MOVE CNF-DIFFERENCE TO PRINT-DIFFERENCE
           ELSE
           IF CNF-IS-UNDELIVERABLE
               ADD 1 TO UNDELIVERABLE-COUNT
               MOVE "RETURNED" TO PRINT-STATUS
           ELSE
               ADD 1 TO NO-REPLY-COUNT
               MOVE "NO REPLY" TO PRINT-STATUS.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE TRACKING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF CNF-IS-DIFFERENT
               MOVE SPACE TO PRINTER-RECORD
               MOVE CNF-DIFF-NOTE TO PRINTER-RECORD (9:60)
               PERFORM WRITE-TO-PRINTER.

       PRINT-TRACKING-TOTALS.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "LETTERS SENT / BALANCE CONFIRMED:"
               TO PRINT-TOTAL-TEXT.
           MOVE REPORT-COUNT TO PRINT-TOTAL-COUNT.
           MOVE OUR-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "AGREED:" TO PRINT-TOTAL-TEXT.
           MOVE AGREED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "DIFFERENCES NOTED / NET DIFFERENCE:"
               TO PRINT-TOTAL-TEXT.
           MOVE DIFFERENT-COUNT TO PRINT-TOTAL-COUNT.
           MOVE DIFFERENCE-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "RETURNED UNDELIVERABLE:" TO PRINT-TOTAL-TEXT.
           MOVE UNDELIVERABLE-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "NO REPLY YET:" TO PRINT-TOTAL-TEXT.
           MOVE NO-REPLY-COUNT TO PRINT-TOTAL-COUNT.
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
           MOVE AS-OF-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-AS-OF-DATE.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE TRACKING-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-HISTORY.
           MOVE LOW-VALUES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY.

       READ-NEXT-HISTORY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       READ-FIRST-CONFIRMATION.
           MOVE "N" TO CONFIRM-FILE-AT-END.
           START CONFIRMATION-FILE
               KEY NOT < CNF-KEY
               INVALID KEY
               MOVE "Y" TO CONFIRM-FILE-AT-END.
           IF CONFIRM-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CONFIRMATION.

       READ-NEXT-CONFIRMATION.
           MOVE "N" TO CONFIRM-FILE-AT-END.
           READ CONFIRMATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CONFIRM-FILE-AT-END.
           IF CONFIRM-FILE-AT-END NOT = "Y"
               IF CNF-AS-OF-DATE NOT = AS-OF-DATE
                   MOVE "Y" TO CONFIRM-FILE-AT-END.

      *--------------------------------
      * Other file IO routines
      *--------------------------------
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONFIRMATION-RECORD.
           MOVE "Y" TO CONFIRM-RECORD-FOUND.
           READ CONFIRMATION-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONFIRM-RECORD-FOUND.

       REWRITE-CONFIRMATION-RECORD.
           REWRITE CONFIRMATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONFIRMATION RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

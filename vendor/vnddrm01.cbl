       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDDRM01.
      *------------------------------------
      * Dormant Vendor Sweep
      *
      * Finds the active vendors nobody
      * has done business with in the
      * last N months (24 unless told
      * otherwise) and, on confirmation,
      * makes them inactive. A vendor is
      * dormant when none of these show
      * activity on or after the cutoff:
      *
      *  - vouchers, live and history
      *    (voucher date, entry date or
      *    paid date)
      *  - checks, live and history
      *    (issue date)
      *  - purchase orders (expected
      *    date) - and any PO still open
      *    keeps the vendor
      *
      * and it has nothing outstanding:
      * no unpaid voucher (which covers
      * an open balance, an unapplied
      * credit and an open prepayment),
      * no retainage still held, and no
      * 1099 amount this calendar year -
      * a deductible voucher paid since
      * January 1st, or backup or NRA
      * withholding year-to-date.
      *
      * The vouchers are walked vendor by
      * vendor on their alternate key.
      * Checks and POs carry no vendor
      * key, so the vendors that pass the
      * voucher tests go into a table and
      * those files are each read once
      * against it. A table that fills
      * leaves the rest for another run.
      *
      * The proposed list prints with
      * each vendor's last activity of
      * any age. Once confirmed, each
      * vendor is locked, made inactive,
      * and gets a vendor note saying
      * why. Bringing one back in
      * VNDMNT04 puts it to pending, so
      * it cannot be paid again until a
      * second supervisor approves it in
      * VNDONB01. Level-9 supervisors
      * only.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slchk01.cbl".

           COPY "slchkh01.cbl".

           COPY "slpo01.cbl".

           COPY "slvnt01.cbl".

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdchk01.cbl".

           COPY "fdchkh01.cbl".

           COPY "fdpo01.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  DORMANT-MONTHS            PIC 9(3).
       77  DORMANT-MONTHS-DEFAULT    PIC 9(3) VALUE 24.
       77  MONTH-WORK                PIC 9(6).
       77  CUTOFF-DATE               PIC 9(8).
       77  YEAR-START-DATE           PIC 9(8).
       77  TODAY-DATE                PIC 9(8).

       77  VENDOR-FILE-AT-END        PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  VOUCHER-HISTORY-AT-END    PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  CHECK-HISTORY-AT-END      PIC X.
       77  PO-FILE-AT-END            PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

      *--------------------------------
      * What the voucher pass found for
      * the vendor in hand.
      *--------------------------------
       77  LAST-ACTIVITY             PIC 9(8).
       77  HAS-RECENT-ACTIVITY       PIC X.
       77  HAS-OPEN-ITEM             PIC X.
       77  HAS-1099-AMOUNT           PIC X.
       77  ACTIVITY-DATE             PIC 9(8).
       77  LOOK-FOR-VENDOR           PIC 9(7).

       77  ACTIVE-CHECKED-COUNT      PIC 9(5) VALUE ZEROES.
       77  KEPT-ACTIVITY-COUNT       PIC 9(5) VALUE ZEROES.
       77  KEPT-OPEN-COUNT           PIC 9(5) VALUE ZEROES.
       77  KEPT-1099-COUNT           PIC 9(5) VALUE ZEROES.
       77  PROPOSED-COUNT            PIC 9(5) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.
       77  INACTIVATED-COUNT         PIC 9(5) VALUE ZEROES.
       77  SKIPPED-COUNT             PIC 9(5) VALUE ZEROES.

       77  USED-SLOTS                PIC 9(4) VALUE ZEROES.
       77  DORMANT-SUB               PIC 9(4).
       77  SLOT-FOUND                PIC X.
       77  KEPT-FOR                  PIC X.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

      *--------------------------------
      * The vendors still dormant after
      * the voucher pass. DORMANT-KEPT
      * goes to "Y" when a check or PO
      * turns up that brings one back.
      *--------------------------------
       01  DORMANT-TABLE.
           05  DORMANT-ENTRY OCCURS 1000 TIMES.
               10  DORMANT-VENDOR    PIC 9(7).
               10  DORMANT-NAME      PIC X(30).
               10  DORMANT-LAST      PIC 9(8).
               10  DORMANT-KEPT      PIC X.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsvnt01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC Z(6)9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-NAME            PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-LAST            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-RESULT          PIC X(20).

       01  COLUMN-LINE.
           05  FILLER                PIC X(9)  VALUE "VENDOR".
           05  FILLER                PIC X(32) VALUE "NAME".
           05  FILLER                PIC X(12) VALUE "LAST ACTIV".
           05  FILLER                PIC X(20) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(35)
               VALUE "DORMANT VENDOR SWEEP".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  CUTOFF-LINE.
           05  FILLER                PIC X(24)
               VALUE "NO ACTIVITY ON OR AFTER ".
           05  PRINT-CUTOFF          PIC Z9/99/9999.
           05  FILLER                PIC X(4) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "AS OF ".
           05  PRINT-TODAY           PIC Z9/99/9999.

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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT PO-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN I-O RECORD-LOCK-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE CHECK-FILE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE PO-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE RECORD-LOCK-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM SWEEP-THE-VENDORS.

       SWEEP-THE-VENDORS.
           PERFORM GET-DORMANT-MONTHS.
           PERFORM FIGURE-THE-CUTOFF.
           PERFORM FIND-DORMANT-VENDORS.
           PERFORM START-NEW-PAGE.
           PERFORM PRINT-THE-PROPOSALS.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           IF PROPOSED-COUNT = ZEROES
               DISPLAY "NO DORMANT VENDORS FOUND"
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM INACTIVATE-THE-VENDORS.

       GET-DORMANT-MONTHS.
           DISPLAY "INACTIVATE VENDORS WITH NO ACTIVITY IN HOW".
           DISPLAY "MANY MONTHS (ENTER FOR " DORMANT-MONTHS-DEFAULT
                   ")?".
           ACCEPT DORMANT-MONTHS.
           IF DORMANT-MONTHS = ZEROES
               MOVE DORMANT-MONTHS-DEFAULT TO DORMANT-MONTHS.

      *--------------------------------
      * Back N months from today, same
      * day of the month - held to the
      * 28th so it is always a real
      * date.
      *--------------------------------
       FIGURE-THE-CUTOFF.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           COMPUTE MONTH-WORK =
               (DATE-YYYY * 12) + DATE-MM - 1 - DORMANT-MONTHS.
           DIVIDE MONTH-WORK BY 12
               GIVING DATE-YYYY REMAINDER DATE-MM.
           ADD 1 TO DATE-MM.
           IF DATE-DD > 28
               MOVE 28 TO DATE-DD.
           MOVE DATE-YYYYMMDD TO CUTOFF-DATE.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           MOVE 1 TO DATE-MM DATE-DD.
           MOVE DATE-YYYYMMDD TO YEAR-START-DATE.

      *--------------------------------
      * Pass one: the vendor file, with
      * each active vendor's vouchers.
      * Pass two: checks and POs against
      * whoever is left.
      *--------------------------------
       FIND-DORMANT-VENDORS.
           MOVE SPACE TO DORMANT-TABLE.
           PERFORM READ-FIRST-VENDOR.
           PERFORM LOOK-AT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".
           PERFORM READ-FIRST-CHECK.
           PERFORM LOOK-AT-ONE-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".
           PERFORM READ-FIRST-CHECK-HISTORY.
           PERFORM LOOK-AT-ONE-CHECK-HISTORY
               UNTIL CHECK-HISTORY-AT-END = "Y".
           PERFORM READ-FIRST-PO.
           PERFORM LOOK-AT-ONE-PO
               UNTIL PO-FILE-AT-END = "Y".

       LOOK-AT-ONE-VENDOR.
           IF VENDOR-IS-ACTIVE
               ADD 1 TO ACTIVE-CHECKED-COUNT
               PERFORM TEST-THE-VENDOR.
           PERFORM READ-NEXT-VENDOR.

       TEST-THE-VENDOR.
           MOVE ZEROES TO LAST-ACTIVITY.
           MOVE "N" TO HAS-RECENT-ACTIVITY HAS-OPEN-ITEM
                       HAS-1099-AMOUNT.
           IF VENDOR-WHT-YTD NOT = ZEROES
                   OR VENDOR-NRA-WHT-YTD NOT = ZEROES
               MOVE "Y" TO HAS-1099-AMOUNT.
           PERFORM READ-FIRST-VENDOR-VOUCHER.
           PERFORM TEST-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-VENDOR-HISTORY.
           PERFORM TEST-ONE-HISTORY
               UNTIL VOUCHER-HISTORY-AT-END = "Y".
           IF HAS-OPEN-ITEM = "Y"
               ADD 1 TO KEPT-OPEN-COUNT
           ELSE
           IF HAS-1099-AMOUNT = "Y"
               ADD 1 TO KEPT-1099-COUNT
           ELSE
           IF HAS-RECENT-ACTIVITY = "Y"
               ADD 1 TO KEPT-ACTIVITY-COUNT
           ELSE
               PERFORM TABLE-THE-VENDOR.

       TEST-ONE-VOUCHER.
           MOVE VOUCHER-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           MOVE VOUCHER-ENTRY-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           MOVE VOUCHER-PAID-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           IF VOUCHER-PAID-DATE = ZEROES
                   OR VOUCHER-RETAINED-AMT NOT = ZEROES
               MOVE "Y" TO HAS-OPEN-ITEM.
           IF VOUCHER-DEDUCTIBLE = "Y"
                   AND VOUCHER-PAID-DATE NOT < YEAR-START-DATE
               MOVE "Y" TO HAS-1099-AMOUNT.
           PERFORM READ-NEXT-VENDOR-VOUCHER.

       TEST-ONE-HISTORY.
           MOVE VOUCHER-HIST-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           MOVE VOUCHER-HIST-ENTRY-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           MOVE VOUCHER-HIST-PAID-DATE TO ACTIVITY-DATE.
           PERFORM NOTE-AN-ACTIVITY-DATE.
           IF VOUCHER-HIST-DEDUCTIBLE = "Y"
                   AND VOUCHER-HIST-PAID-DATE NOT < YEAR-START-DATE
               MOVE "Y" TO HAS-1099-AMOUNT.
           PERFORM READ-NEXT-VENDOR-HISTORY.

       NOTE-AN-ACTIVITY-DATE.
           IF ACTIVITY-DATE > LAST-ACTIVITY
               MOVE ACTIVITY-DATE TO LAST-ACTIVITY.
           IF ACTIVITY-DATE NOT < CUTOFF-DATE
               MOVE "Y" TO HAS-RECENT-ACTIVITY.

       TABLE-THE-VENDOR.
           IF USED-SLOTS < 1000
               ADD 1 TO USED-SLOTS
               MOVE VENDOR-NUMBER TO DORMANT-VENDOR (USED-SLOTS)
               MOVE VENDOR-NAME TO DORMANT-NAME (USED-SLOTS)
               MOVE LAST-ACTIVITY TO DORMANT-LAST (USED-SLOTS)
               MOVE "N" TO DORMANT-KEPT (USED-SLOTS)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

       LOOK-AT-ONE-CHECK.
           IF CHECK-VENDOR NOT = ZEROES
               MOVE CHECK-VENDOR TO LOOK-FOR-VENDOR
               MOVE CHECK-ISSUE-DATE TO ACTIVITY-DATE
               PERFORM FIND-THE-DORMANT-SLOT
               IF SLOT-FOUND = "Y"
                   PERFORM NOTE-A-TABLE-DATE.
           PERFORM READ-NEXT-CHECK.

       LOOK-AT-ONE-CHECK-HISTORY.
           IF CHECK-HIST-VENDOR NOT = ZEROES
               MOVE CHECK-HIST-VENDOR TO LOOK-FOR-VENDOR
               MOVE CHECK-HIST-ISSUE-DATE TO ACTIVITY-DATE
               PERFORM FIND-THE-DORMANT-SLOT
               IF SLOT-FOUND = "Y"
                   PERFORM NOTE-A-TABLE-DATE.
           PERFORM READ-NEXT-CHECK-HISTORY.

       LOOK-AT-ONE-PO.
           MOVE PO-VENDOR TO LOOK-FOR-VENDOR.
           MOVE PO-EXPECTED-DATE TO ACTIVITY-DATE.
           PERFORM FIND-THE-DORMANT-SLOT.
           IF SLOT-FOUND = "Y"
               PERFORM NOTE-A-TABLE-DATE
               IF PO-IS-OPEN
                   MOVE "O" TO KEPT-FOR
                   PERFORM KEEP-THE-TABLE-VENDOR.
           PERFORM READ-NEXT-PO.

      *--------------------------------
      * A date on or after the cutoff
      * takes the vendor off the list.
      *--------------------------------
       NOTE-A-TABLE-DATE.
           IF ACTIVITY-DATE > DORMANT-LAST (DORMANT-SUB)
               MOVE ACTIVITY-DATE TO DORMANT-LAST (DORMANT-SUB).
           IF ACTIVITY-DATE NOT < CUTOFF-DATE
               MOVE "A" TO KEPT-FOR
               PERFORM KEEP-THE-TABLE-VENDOR.

       KEEP-THE-TABLE-VENDOR.
           IF DORMANT-KEPT (DORMANT-SUB) = "N"
               MOVE "Y" TO DORMANT-KEPT (DORMANT-SUB)
               IF KEPT-FOR = "O"
                   ADD 1 TO KEPT-OPEN-COUNT
               ELSE
                   ADD 1 TO KEPT-ACTIVITY-COUNT.

       FIND-THE-DORMANT-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING DORMANT-SUB FROM 1 BY 1
               UNTIL DORMANT-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".

       LOOK-AT-ONE-SLOT.
           IF DORMANT-VENDOR (DORMANT-SUB) = LOOK-FOR-VENDOR
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM DORMANT-SUB.

      *--------------------------------
      * The proposed list
      *--------------------------------
       PRINT-THE-PROPOSALS.
           PERFORM PRINT-ONE-PROPOSAL
               VARYING DORMANT-SUB FROM 1 BY 1
               UNTIL DORMANT-SUB > USED-SLOTS.

       PRINT-ONE-PROPOSAL.
           IF DORMANT-KEPT (DORMANT-SUB) = "N"
               ADD 1 TO PROPOSED-COUNT
               MOVE "PROPOSED" TO PRINT-RESULT
               PERFORM PRINT-THE-TABLE-LINE.

       PRINT-THE-TABLE-LINE.
           MOVE DORMANT-VENDOR (DORMANT-SUB) TO PRINT-VENDOR.
           MOVE DORMANT-NAME (DORMANT-SUB) TO PRINT-NAME.
           IF DORMANT-LAST (DORMANT-SUB) = ZEROES
               MOVE "NONE" TO PRINT-LAST
           ELSE
               MOVE DORMANT-LAST (DORMANT-SUB) TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               MOVE FORMATTED-DATE TO PRINT-LAST.
           PERFORM PRINT-THE-DETAIL.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ACTIVE VENDORS CHECKED:" TO PRINT-TOTAL-TEXT.
           MOVE ACTIVE-CHECKED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "KEPT - ACTIVITY SINCE THE CUTOFF:"
               TO PRINT-TOTAL-TEXT.
           MOVE KEPT-ACTIVITY-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "KEPT - OPEN ITEM, RETAINAGE OR OPEN PO:"
               TO PRINT-TOTAL-TEXT.
           MOVE KEPT-OPEN-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "KEPT - 1099 AMOUNT THIS YEAR:" TO PRINT-TOTAL-TEXT.
           MOVE KEPT-1099-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "PROPOSED FOR INACTIVATION:" TO PRINT-TOTAL-TEXT.
           MOVE PROPOSED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO TOTAL-LINE
               MOVE "NOT LOOKED AT - TABLE FULL, RUN AGAIN:"
                   TO PRINT-TOTAL-TEXT
               MOVE OVERFLOW-COUNT TO PRINT-TOTAL-COUNT
               PERFORM PRINT-ONE-TOTAL.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "INACTIVATE THE " PROPOSED-COUNT
                   " VENDORS LISTED (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Each vendor is locked the same
      * as a VNDMNT04 change, and read
      * again - one made inactive or
      * pending since the list printed
      * is left alone.
      *--------------------------------
       INACTIVATE-THE-VENDORS.
           PERFORM START-NEW-PAGE.
           PERFORM INACTIVATE-ONE-VENDOR
               VARYING DORMANT-SUB FROM 1 BY 1
               UNTIL DORMANT-SUB > USED-SLOTS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VENDORS MADE INACTIVE:" TO PRINT-TOTAL-TEXT.
           MOVE INACTIVATED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "IN USE OR CHANGED - LEFT ALONE:"
               TO PRINT-TOTAL-TEXT.
           MOVE SKIPPED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           PERFORM END-LAST-PAGE.
           DISPLAY INACTIVATED-COUNT " VENDORS MADE INACTIVE".

       INACTIVATE-ONE-VENDOR.
           IF DORMANT-KEPT (DORMANT-SUB) = "N"
               PERFORM INACTIVATE-THE-VENDOR
               PERFORM PRINT-THE-TABLE-LINE.

       INACTIVATE-THE-VENDOR.
           MOVE "N" TO LOCK-FILE-CODE-WANTED.
           MOVE DORMANT-VENDOR (DORMANT-SUB) TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN NOT = "Y"
               ADD 1 TO SKIPPED-COUNT
               MOVE "IN USE - LEFT ALONE" TO PRINT-RESULT
           ELSE
               PERFORM INACTIVATE-THE-LOCKED-VENDOR
               PERFORM RELEASE-RECORD-LOCK.

       INACTIVATE-THE-LOCKED-VENDOR.
           MOVE DORMANT-VENDOR (DORMANT-SUB) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND NOT = "Y"
                   OR NOT VENDOR-IS-ACTIVE
               ADD 1 TO SKIPPED-COUNT
               MOVE "CHANGED - LEFT ALONE" TO PRINT-RESULT
           ELSE
               MOVE "I" TO VENDOR-STATUS
               MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY
               PERFORM REWRITE-VENDOR-RECORD
               PERFORM NOTE-THE-INACTIVATION
               ADD 1 TO INACTIVATED-COUNT
               MOVE "MADE INACTIVE" TO PRINT-RESULT.

       NOTE-THE-INACTIVATION.
           MOVE CUTOFF-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE VENDOR-NUMBER TO VNOTE-VENDOR.
           MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR.
           MOVE SPACE TO VNOTE-TEXT.
           STRING "INACTIVATED - DORMANT, NO ACTIVITY SINCE "
                  FORMATTED-DATE
               DELIMITED BY SIZE INTO VNOTE-TEXT.
           PERFORM WRITE-VENDOR-NOTE.

      *--------------------------------
      * Printing
      *--------------------------------
       PRINT-THE-DETAIL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
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
           MOVE CUTOFF-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-CUTOFF.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE CUTOFF-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
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
           MOVE "N" TO VENDOR-FILE-AT-END.
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

       READ-FIRST-VENDOR-VOUCHER.
           MOVE VENDOR-NUMBER TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-VOUCHER.

       READ-NEXT-VENDOR-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF VOUCHER-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-VENDOR-HISTORY.
           MOVE VENDOR-NUMBER TO VOUCHER-HIST-VENDOR.
           MOVE "N" TO VOUCHER-HISTORY-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-HISTORY-AT-END.
           IF VOUCHER-HISTORY-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-HISTORY.

       READ-NEXT-VENDOR-HISTORY.
           MOVE "N" TO VOUCHER-HISTORY-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-HISTORY-AT-END.
           IF VOUCHER-HISTORY-AT-END NOT = "Y"
               IF VOUCHER-HIST-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO VOUCHER-HISTORY-AT-END.

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

       READ-FIRST-CHECK-HISTORY.
           MOVE LOW-VALUES TO CHECK-HIST-KEY.
           MOVE "N" TO CHECK-HISTORY-AT-END.
           START CHECK-HISTORY-FILE
               KEY NOT < CHECK-HIST-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-HISTORY-AT-END.
           IF CHECK-HISTORY-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-HISTORY.

       READ-NEXT-CHECK-HISTORY.
           MOVE "N" TO CHECK-HISTORY-AT-END.
           READ CHECK-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-HISTORY-AT-END.

       READ-FIRST-PO.
           MOVE ZEROES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO PO-FILE-AT-END.
           IF PO-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO.

       READ-NEXT-PO.
           MOVE "N" TO PO-FILE-AT-END.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PO-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plvnt01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

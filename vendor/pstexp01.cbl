       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTEXP01.
      *------------------------------------
      * Vendor Payment-Status Extract
      *
      * Answers "did you get my invoice,
      * and when will it be paid" without
      * a phone call: writes one record
      * per vendor invoice to PAYSTAT-FILE
      * ("paystat") for the supplier web
      * portal and the phone system's
      * automated inquiry line. Every open
      * invoice goes out, however old,
      * along with every invoice dated in
      * the last so many months that has
      * been paid - live voucher file and
      * history file both. Credit memos
      * are ours to net, not the vendor's
      * to ask about, and are left off.
      *
      * Each record carries the vendor,
      * invoice number and date, amount,
      * due date and one status:
      *
      *  R RECEIVED         - on file,
      *                       not yet
      *                       picked for a
      *                       run
      *  H ON HOLD          - with a
      *                       reason the
      *                       vendor can be
      *                       told
      *  A PENDING APPROVAL - waiting in
      *                       the VCHAPR01
      *                       queue
      *  S SCHEDULED        - selected for
      *                       the next run,
      *                       with that
      *                       run's date off
      *                       the payment
      *                       calendar (the
      *                       due date when
      *                       the calendar
      *                       has none)
      *  P PAID             - with the
      *                       check, ACH,
      *                       wire or card
      *                       payment number
      *                       and the date
      *
      * A part-paid invoice also carries
      * its last payment and what has been
      * paid so far.
      *
      * The file goes outside the company,
      * so nothing internal goes on it:
      * never the hold note, the approval
      * or rejection reason, or who keyed,
      * approved or changed anything. A
      * hold's reason code is turned into
      * a fixed vendor-safe wording, and a
      * rejected invoice shows only as on
      * hold for review.
      *
      * Run by the nightly stream
      * (BATDRV01) with no one signed on,
      * it takes the last 12 months; an
      * operator running it by hand is
      * asked how many. The file is
      * rebuilt whole every run, so there
      * is no bookmark - each run is noted
      * on the export run log.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slchk01.cbl".

           COPY "slchkh01.cbl".

           COPY "slcal01.cbl".

           COPY "slhol01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           SELECT PAYSTAT-FILE
               ASSIGN TO "paystat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdchk01.cbl".

           COPY "fdchkh01.cbl".

           COPY "fdcal01.cbl".

           COPY "fdhol01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

      *--------------------------------
      * Dates CCYYMMDD, zero when they
      * do not apply. Amounts unsigned
      * with two implied decimals.
      *--------------------------------
       FD  PAYSTAT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYSTAT-RECORD.
           05  PAYSTAT-VENDOR-OUT         PIC 9(7).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-INVOICE-OUT        PIC X(15).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-INVOICE-DATE-OUT   PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-AMOUNT-OUT         PIC 9(8)V99.
           05  FILLER                     PIC X(1).
           05  PAYSTAT-DUE-DATE-OUT       PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-STATUS-CODE-OUT    PIC X(1).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-STATUS-OUT         PIC X(16).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-REASON-OUT         PIC X(30).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-SCHED-DATE-OUT     PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-METHOD-OUT         PIC X(5).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-PAYMENT-NUMBER-OUT PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-PAID-DATE-OUT      PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PAYSTAT-PAID-AMOUNT-OUT    PIC 9(8)V99.
           05  FILLER                     PIC X(1).
           05  PAYSTAT-AS-OF-DATE-OUT     PIC 9(8).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  CHECK-RECORD-FOUND        PIC X.
       77  CHECK-HIST-FOUND          PIC X.
       77  TODAYS-DATE               PIC 9(8).

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  STANDARD-MONTHS           PIC 99 VALUE 12.
       77  MONTHS-BACK               PIC 99.
       77  MONTH-COUNT               PIC 9(6).

       77  LAST-CAL-ACCOUNT          PIC 9(10).
       77  LAST-CAL-RUN              PIC 9(8).

      *--------------------------------
      * One invoice, off whichever file
      * it came from.
      *--------------------------------
       77  INV-VENDOR                PIC 9(7).
       77  INV-INVOICE               PIC X(15).
       77  INV-DATE                  PIC 9(8).
       77  INV-AMOUNT                PIC S9(8)V99.
       77  INV-DUE                   PIC 9(8).
       77  INV-PAID-AMOUNT           PIC S9(8)V99.
       77  INV-PAID-DATE             PIC 9(8).
       77  INV-CHECK-NO              PIC 9(8).
       77  INV-ACCOUNT               PIC 9(10).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.

       77  EXTRACTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  EXTRACTED-TOTAL           PIC S9(9)V99 VALUE ZEROES.
       77  RECEIVED-COUNT            PIC 9(5) VALUE ZEROES.
       77  HELD-COUNT                PIC 9(5) VALUE ZEROES.
       77  PENDING-COUNT             PIC 9(5) VALUE ZEROES.
       77  SCHEDULED-COUNT           PIC 9(5) VALUE ZEROES.
       77  PAID-COUNT                PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsbday01.cbl".

           COPY "wscal01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(34)
               VALUE "VENDOR PAYMENT-STATUS EXTRACT".
           05  FILLER                PIC X(15) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  RANGE-LINE.
           05  FILLER                PIC X(26)
               VALUE "OPEN INVOICES, AND PAID ON".
           05  FILLER                PIC X(23)
               VALUE " INVOICES DATED FROM ".
           05  PRINT-FROM-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(7)  VALUE " AS OF ".
           05  PRINT-THRU-DATE       PIC Z9/99/9999.

       01  COUNT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  PRINT-COUNT-NAME      PIC X(20).
           05  PRINT-COUNT           PIC ZZ,ZZ9.

       01  TOTAL-LINE.
           05  FILLER                PIC X(24)
               VALUE "INVOICES EXTRACTED:".
           05  PRINT-EXTRACTED-COUNT PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(14) VALUE "TOTAL AMOUNT:".
           05  PRINT-EXTRACTED-TOTAL PIC ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "PSTEXP01" TO EXPORT-PROGRAM-NAME.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT PAY-CALENDAR-FILE.
           OPEN INPUT HOLIDAY-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE CHECK-FILE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE PAY-CALENDAR-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           IF SIGNED-ON-OPERATOR = SPACE
               PERFORM RUN-UNATTENDED
           ELSE
               PERFORM RUN-ATTENDED.

       RUN-ATTENDED.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-MONTHS-BACK
               PERFORM RUN-THE-EXTRACT
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * Under BATDRV01 nobody is at the
      * keyboard - the standard months,
      * no prompts.
      *--------------------------------
       RUN-UNATTENDED.
           MOVE STANDARD-MONTHS TO MONTHS-BACK.
           PERFORM RUN-THE-EXTRACT.
           PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark - the file is whole
      * every night - so only the log is
      * written, the range being the
      * invoice dates covered.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE EXTRACTED-COUNT TO EXPORT-SENT-COUNT.
           MOVE EXTRACTED-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD THE VENDOR PAYMENT-STATUS EXTRACT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-MONTHS-BACK.
           PERFORM ACCEPT-MONTHS-BACK.
           PERFORM RE-ACCEPT-MONTHS-BACK
               UNTIL MONTHS-BACK NOT = ZEROES.

       ACCEPT-MONTHS-BACK.
           DISPLAY "MONTHS OF PAID INVOICES TO INCLUDE (1-99)?".
           ACCEPT MONTHS-BACK.

       RE-ACCEPT-MONTHS-BACK.
           DISPLAY "AT LEAST ONE MONTH MUST BE INCLUDED".
           PERFORM ACCEPT-MONTHS-BACK.

      *--------------------------------
      * The window opens on the first
      * of the month so many months back
      * - "the last 12 months" from any
      * day in October starts on the
      * first of the October before.
      *--------------------------------
       SET-THE-WINDOW.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD THRU-DATE.
           COMPUTE MONTH-COUNT =
               (DATE-YYYY * 12) + DATE-MM - 1 - MONTHS-BACK.
           DIVIDE MONTH-COUNT BY 12
               GIVING DATE-YYYY
               REMAINDER DATE-MM.
           ADD 1 TO DATE-MM.
           MOVE 1 TO DATE-DD.
           MOVE DATE-YYYYMMDD TO FROM-DATE.

       RUN-THE-EXTRACT.
           PERFORM SET-THE-WINDOW.
           MOVE 9999999999 TO LAST-CAL-ACCOUNT.
           MOVE ZEROES TO LAST-CAL-RUN.
           OPEN OUTPUT PAYSTAT-FILE.
           PERFORM START-NEW-PAGE.
           PERFORM EXTRACT-LIVE-VOUCHERS.
           PERFORM EXTRACT-HISTORY-VOUCHERS.
           CLOSE PAYSTAT-FILE.
           PERFORM PRINT-THE-TOTALS.

      *--------------------------------
      * Live vouchers - every open one,
      * and the paid ones in the window.
      *--------------------------------
       EXTRACT-LIVE-VOUCHERS.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM EXTRACT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       EXTRACT-ONE-VOUCHER.
           IF NOT VOUCHER-TYPE-CREDIT
               IF VOUCHER-PAID-DATE = ZEROES
                       OR VOUCHER-DATE NOT < FROM-DATE
                   PERFORM EXTRACT-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       EXTRACT-THIS-VOUCHER.
           MOVE VOUCHER-VENDOR TO INV-VENDOR.
           MOVE VOUCHER-INVOICE TO INV-INVOICE.
           MOVE VOUCHER-DATE TO INV-DATE.
           MOVE VOUCHER-AMOUNT TO INV-AMOUNT.
           MOVE VOUCHER-DUE TO INV-DUE.
           MOVE VOUCHER-PAID-AMOUNT TO INV-PAID-AMOUNT.
           MOVE VOUCHER-PAID-DATE TO INV-PAID-DATE.
           MOVE VOUCHER-CHECK-NO TO INV-CHECK-NO.
           MOVE VOUCHER-ACCOUNT TO INV-ACCOUNT.
           PERFORM START-THE-OUTPUT-RECORD.
           IF VOUCHER-PAID-DATE NOT = ZEROES
               PERFORM SET-STATUS-PAID
           ELSE
           IF VOUCHER-IS-HELD
               PERFORM SET-STATUS-HELD
           ELSE
           IF VOUCHER-APPR-REJECTED
               PERFORM SET-STATUS-UNDER-REVIEW
           ELSE
           IF VOUCHER-APPR-PENDING
               PERFORM SET-STATUS-PENDING
           ELSE
           IF VOUCHER-SELECTED = "Y"
               PERFORM SET-STATUS-SCHEDULED
           ELSE
               PERFORM SET-STATUS-RECEIVED.
           IF VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-PAID-AMOUNT NOT = ZEROES
               PERFORM SET-THE-PAYMENT-FIELDS.
           PERFORM WRITE-PAYSTAT-RECORD.

      *--------------------------------
      * History holds only paid
      * vouchers, archived by VCHARC01.
      *--------------------------------
       EXTRACT-HISTORY-VOUCHERS.
           PERFORM READ-FIRST-HISTORY.
           PERFORM EXTRACT-ONE-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       EXTRACT-ONE-HISTORY.
           IF VOUCHER-HIST-TYPE NOT = "C"
                   AND VOUCHER-HIST-DATE NOT < FROM-DATE
               PERFORM EXTRACT-THIS-HISTORY.
           PERFORM READ-NEXT-HISTORY.

       EXTRACT-THIS-HISTORY.
           MOVE VOUCHER-HIST-VENDOR TO INV-VENDOR.
           MOVE VOUCHER-HIST-INVOICE TO INV-INVOICE.
           MOVE VOUCHER-HIST-DATE TO INV-DATE.
           MOVE VOUCHER-HIST-AMOUNT TO INV-AMOUNT.
           MOVE VOUCHER-HIST-DUE TO INV-DUE.
           MOVE VOUCHER-HIST-PAID-AMOUNT TO INV-PAID-AMOUNT.
           MOVE VOUCHER-HIST-PAID-DATE TO INV-PAID-DATE.
           MOVE VOUCHER-HIST-CHECK-NO TO INV-CHECK-NO.
           MOVE VOUCHER-HIST-ACCOUNT TO INV-ACCOUNT.
           PERFORM START-THE-OUTPUT-RECORD.
           PERFORM SET-STATUS-PAID.
           PERFORM WRITE-PAYSTAT-RECORD.

      *--------------------------------
      * Routines shared by both files
      *--------------------------------
       START-THE-OUTPUT-RECORD.
           MOVE SPACE TO PAYSTAT-RECORD.
           MOVE INV-VENDOR TO PAYSTAT-VENDOR-OUT.
           MOVE INV-INVOICE TO PAYSTAT-INVOICE-OUT.
           MOVE INV-DATE TO PAYSTAT-INVOICE-DATE-OUT.
           MOVE INV-AMOUNT TO PAYSTAT-AMOUNT-OUT.
           MOVE INV-DUE TO PAYSTAT-DUE-DATE-OUT.
           MOVE ZEROES TO PAYSTAT-SCHED-DATE-OUT
                          PAYSTAT-PAYMENT-NUMBER-OUT
                          PAYSTAT-PAID-DATE-OUT
                          PAYSTAT-PAID-AMOUNT-OUT.
           MOVE TODAYS-DATE TO PAYSTAT-AS-OF-DATE-OUT.

       SET-STATUS-RECEIVED.
           MOVE "R" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "RECEIVED" TO PAYSTAT-STATUS-OUT.
           ADD 1 TO RECEIVED-COUNT.

      *--------------------------------
      * The hold note is ours alone -
      * the vendor is told only what the
      * reason code stands for.
      *--------------------------------
       SET-STATUS-HELD.
           MOVE "H" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "ON HOLD" TO PAYSTAT-STATUS-OUT.
           IF VOUCHER-HOLD-REASON = "PR"
               MOVE "PRICING UNDER REVIEW" TO PAYSTAT-REASON-OUT
           ELSE
           IF VOUCHER-HOLD-REASON = "DG"
               MOVE "GOODS RECEIVED DAMAGED"
                   TO PAYSTAT-REASON-OUT
           ELSE
           IF VOUCHER-HOLD-REASON = "AC"
               MOVE "AWAITING YOUR CREDIT MEMO"
                   TO PAYSTAT-REASON-OUT
           ELSE
           IF VOUCHER-HOLD-REASON = "DU"
               MOVE "POSSIBLE DUPLICATE INVOICE"
                   TO PAYSTAT-REASON-OUT
           ELSE
               MOVE "UNDER REVIEW" TO PAYSTAT-REASON-OUT.
           ADD 1 TO HELD-COUNT.

      *--------------------------------
      * A rejection and its reason are
      * internal - the vendor sees an
      * invoice held for review and is
      * asked to call.
      *--------------------------------
       SET-STATUS-UNDER-REVIEW.
           MOVE "H" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "ON HOLD" TO PAYSTAT-STATUS-OUT.
           MOVE "UNDER REVIEW - PLEASE CALL AP"
               TO PAYSTAT-REASON-OUT.
           ADD 1 TO HELD-COUNT.

       SET-STATUS-PENDING.
           MOVE "A" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "PENDING APPROVAL" TO PAYSTAT-STATUS-OUT.
           ADD 1 TO PENDING-COUNT.

       SET-STATUS-SCHEDULED.
           MOVE "S" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "SCHEDULED" TO PAYSTAT-STATUS-OUT.
           PERFORM FIND-THE-SCHEDULED-RUN.
           IF LAST-CAL-RUN NOT = ZEROES
               MOVE LAST-CAL-RUN TO PAYSTAT-SCHED-DATE-OUT
           ELSE
               MOVE INV-DUE TO PAYSTAT-SCHED-DATE-OUT.
           ADD 1 TO SCHEDULED-COUNT.

       SET-STATUS-PAID.
           MOVE "P" TO PAYSTAT-STATUS-CODE-OUT.
           MOVE "PAID" TO PAYSTAT-STATUS-OUT.
           PERFORM SET-THE-PAYMENT-FIELDS.
           MOVE INV-PAID-DATE TO PAYSTAT-PAID-DATE-OUT.
           ADD 1 TO PAID-COUNT.

      *--------------------------------
      * The payment number is the check
      * number whatever the method - the
      * method itself is off the check
      * record, live or archived, and a
      * part payment is dated by its
      * issue date.
      *--------------------------------
       SET-THE-PAYMENT-FIELDS.
           MOVE INV-CHECK-NO TO PAYSTAT-PAYMENT-NUMBER-OUT.
           MOVE INV-PAID-AMOUNT TO PAYSTAT-PAID-AMOUNT-OUT.
           MOVE "CHECK" TO PAYSTAT-METHOD-OUT.
           MOVE INV-ACCOUNT TO CHECK-ACCOUNT.
           MOVE INV-CHECK-NO TO CHECK-NUMBER.
           PERFORM READ-CHECK-RECORD.
           IF CHECK-RECORD-FOUND = "Y"
               PERFORM SET-THE-LIVE-METHOD
           ELSE
               PERFORM SET-THE-ARCHIVED-METHOD.

       SET-THE-LIVE-METHOD.
           MOVE CHECK-ISSUE-DATE TO PAYSTAT-PAID-DATE-OUT.
           IF CHECK-IS-ACH-PAID
               MOVE "ACH" TO PAYSTAT-METHOD-OUT
           ELSE
           IF CHECK-IS-WIRE
               MOVE "WIRE" TO PAYSTAT-METHOD-OUT
           ELSE
           IF CHECK-IS-CARD
               MOVE "CARD" TO PAYSTAT-METHOD-OUT
           ELSE
           IF CHECK-IS-DEBIT
               MOVE "DEBIT" TO PAYSTAT-METHOD-OUT.

       SET-THE-ARCHIVED-METHOD.
           MOVE INV-ACCOUNT TO CHECK-HIST-ACCOUNT.
           MOVE INV-CHECK-NO TO CHECK-HIST-NUMBER.
           PERFORM READ-CHECK-HIST-RECORD.
           IF CHECK-HIST-FOUND = "Y"
               MOVE CHECK-HIST-ISSUE-DATE TO PAYSTAT-PAID-DATE-OUT
               IF CHECK-HIST-IS-ACH-PAID
                   MOVE "ACH" TO PAYSTAT-METHOD-OUT.

      *--------------------------------
      * A selected voucher goes out on
      * the account's next calendar run
      * on or after today. Vouchers come
      * in voucher order, not account
      * order, so the last account's run
      * is kept to save looking it up
      * again for its next voucher.
      *--------------------------------
       FIND-THE-SCHEDULED-RUN.
           IF INV-ACCOUNT NOT = LAST-CAL-ACCOUNT
               MOVE INV-ACCOUNT TO CAL-ACCOUNT-WANTED
                                   LAST-CAL-ACCOUNT
               MOVE TODAYS-DATE TO CAL-FROM-DATE
               PERFORM FIND-THE-NEXT-RUNS
               MOVE CAL-THIS-RUN TO LAST-CAL-RUN.

       WRITE-PAYSTAT-RECORD.
           WRITE PAYSTAT-RECORD.
           ADD 1 TO EXTRACTED-COUNT.
           ADD INV-AMOUNT TO EXTRACTED-TOTAL.

       PRINT-THE-TOTALS.
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
           MOVE "RECEIVED" TO PRINT-COUNT-NAME.
           MOVE RECEIVED-COUNT TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "ON HOLD" TO PRINT-COUNT-NAME.
           MOVE HELD-COUNT TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "PENDING APPROVAL" TO PRINT-COUNT-NAME.
           MOVE PENDING-COUNT TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "SCHEDULED" TO PRINT-COUNT-NAME.
           MOVE SCHEDULED-COUNT TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE "PAID" TO PRINT-COUNT-NAME.
           MOVE PAID-COUNT TO PRINT-COUNT.
           PERFORM PRINT-ONE-COUNT.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EXTRACTED-COUNT TO PRINT-EXTRACTED-COUNT.
           MOVE EXTRACTED-TOTAL TO PRINT-EXTRACTED-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-COUNT.
           MOVE COUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-VOUCHER.
           MOVE ZEROES TO VOUCHER-NUMBER.
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
           MOVE ZEROES TO VOUCHER-HIST-NUMBER.
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

       READ-CHECK-RECORD.
           MOVE "Y" TO CHECK-RECORD-FOUND.
           READ CHECK-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-RECORD-FOUND.

       READ-CHECK-HIST-RECORD.
           MOVE "Y" TO CHECK-HIST-FOUND.
           READ CHECK-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-HIST-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plbday01.cbl".

           COPY "plcal01.cbl".

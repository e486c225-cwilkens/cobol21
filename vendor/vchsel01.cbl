      *    unpaid vouchers that are
      *    within the cut off date
      *    and reflags them as selected
      *
      * Given a bank account, only that
      * account's vouchers are selected
      * and the cutoff defaults from the
      * payment run calendar (CALMNT01):
      * everything due before the run
      * after this one, run dates moved
      * off weekends and bank holidays.
      * A voucher whose discount would
      * lapse before that next run is
      * taken now too, while the
      * discount can still be had.
      * Account zero selects across all
      * accounts on a keyed cutoff, as
      * before.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsch01.cbl".

           COPY "slvnd02.cbl".

           COPY "slact01.cbl".

           COPY "slhol01.cbl".

           COPY "slcal01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdsch01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdact01.cbl".

           COPY "fdhol01.cbl".

           COPY "fdcal01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.
       77  CUT-OFF-DATE                PIC 9(8).
       77  TODAYS-DATE                 PIC 9(8).

       77  SELECT-ACCOUNT              PIC 9(10).
       77  ACCOUNT-RECORD-FOUND        PIC X.
       77  DISCOUNT-FROM-DATE          PIC 9(8) VALUE ZEROES.
       77  DISCOUNT-CUTOFF             PIC 9(8) VALUE ZEROES.

       77  CERT-FILE-AT-END            PIC X.
       77  COMPLIANCE-IS-GOOD          PIC X.
       77  CHECKED-VENDOR              PIC 9(7) VALUE ZEROES.
       77  CHECKED-VENDOR-GOOD         PIC X.
       77  COMPLIANCE-SKIP-COUNT       PIC 9(5) VALUE ZEROES.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  VENDOR-IS-APPROVED          PIC X.
       77  CHECKED-VENDOR-APPROVED     PIC X.
       77  PENDING-SKIP-COUNT          PIC 9(5) VALUE ZEROES.

       77  PO-RECORD-FOUND             PIC X.
       77  RECEIPT-FILE-AT-END         PIC X.

           COPY "wsdate01.cbl".

           COPY "wsbday01.cbl".

           COPY "wscal01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

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
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT SCHEDULE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT HOLIDAY-FILE.
           OPEN INPUT PAY-CALENDAR-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE RECEIPT-FILE.
           CLOSE PO-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE HOLIDAY-FILE.
           CLOSE PAY-CALENDAR-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-SELECT-ACCOUNT
               PERFORM GET-CUT-OFF-DATE
               PERFORM PROCESS-VOUCHERS
               PERFORM DISPLAY-END-OF-RUN-TOTALS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-SELECT-ACCOUNT.
           PERFORM ACCEPT-SELECT-ACCOUNT.
           PERFORM RE-ACCEPT-SELECT-ACCOUNT
               UNTIL SELECT-ACCOUNT = ZEROES
                   OR ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-SELECT-ACCOUNT.
           DISPLAY "BANK ACCOUNT TO SELECT FOR (0 FOR ALL)?".
           ACCEPT SELECT-ACCOUNT.
           MOVE "N" TO ACCOUNT-RECORD-FOUND.
           IF SELECT-ACCOUNT NOT = ZEROES
               MOVE SELECT-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-BANK-ACCT-RECORD.

       RE-ACCEPT-SELECT-ACCOUNT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE BANK ACCOUNT MASTER".
           PERFORM ACCEPT-SELECT-ACCOUNT.

      *--------------------------------
      * With a calendar behind the
      * account, ENTER takes the
      * calendar's cutoff; any date
      * keyed overrides it.
      *--------------------------------
       GET-CUT-OFF-DATE.
           MOVE ZEROES TO CAL-CUTOFF.
           IF SELECT-ACCOUNT NOT = ZEROES
               MOVE SELECT-ACCOUNT TO CAL-ACCOUNT-WANTED
               MOVE TODAYS-DATE TO CAL-FROM-DATE
               PERFORM FIND-THE-NEXT-RUNS.
           IF CAL-CUTOFF = ZEROES
               PERFORM GET-KEYED-CUT-OFF-DATE
           ELSE
               PERFORM GET-CALENDAR-CUT-OFF-DATE.
           IF SELECT-ACCOUNT NOT = ZEROES
               MOVE CUT-OFF-DATE TO DISCOUNT-CUTOFF
               MOVE CAL-THIS-RUN TO DISCOUNT-FROM-DATE
               IF DISCOUNT-FROM-DATE = ZEROES
                   MOVE TODAYS-DATE TO DISCOUNT-FROM-DATE.

       GET-KEYED-CUT-OFF-DATE.
           IF SELECT-ACCOUNT NOT = ZEROES
               DISPLAY "NO NEXT RUN ON THE CALENDAR FOR THIS ACCOUNT".
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "SELECT ON OR BEFORE (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CUT-OFF-DATE.

       GET-CALENDAR-CUT-OFF-DATE.
           MOVE CAL-THIS-RUN TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "THIS RUN: " FORMATTED-DATE.
           MOVE CAL-NEXT-RUN TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "NEXT RUN: " FORMATTED-DATE.
           MOVE CAL-CUTOFF TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "CUTOFF DEFAULTS TO " FORMATTED-DATE
                   " - DUE BEFORE THE NEXT RUN".
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "SELECT ON OR BEFORE (MM/DD/YYYY, 0 = DEFAULT)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           IF DATE-YYYYMMDD = ZEROES
               MOVE CAL-CUTOFF TO CUT-OFF-DATE
           ELSE
               MOVE DATE-YYYYMMDD TO CUT-OFF-DATE.

      *--------------------------------
      * Select vouchers with previous dates
      *--------------------------------
           IF SELECT-THIS-AMOUNT = ZEROES
               NEXT SENTENCE
           ELSE
           IF VENDOR-IS-APPROVED = "N"
               ADD 1 TO PENDING-SKIP-COUNT
               DISPLAY "VENDOR " VOUCHER-VENDOR " VOUCHER "
                       VOUCHER-NUMBER " SKIPPED - VENDOR PENDING"
                       " ONBOARDING APPROVAL (SEE VNDONB01)"
           ELSE
           IF COMPLIANCE-IS-GOOD = "N"
               ADD 1 TO COMPLIANCE-SKIP-COUNT
               DISPLAY "VENDOR " VOUCHER-VENDOR " VOUCHER "
      *--------------------------------
       SET-THE-SELECT-AMOUNT.
           PERFORM CHECK-FOR-A-SCHEDULE.
           IF SELECT-ACCOUNT NOT = ZEROES
                   AND VOUCHER-ACCOUNT NOT = SELECT-ACCOUNT
               MOVE ZEROES TO SELECT-THIS-AMOUNT
           ELSE
           IF SCHEDULE-ON-FILE = "Y"
               PERFORM SET-SCHEDULED-AMOUNT
           ELSE
               COMPUTE SELECT-THIS-AMOUNT =
                   VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
                   - VOUCHER-RETAINED-AMT
           ELSE
           IF DISCOUNT-CUTOFF NOT = ZEROES
                   AND VOUCHER-DISC-DATE NOT = ZEROES
                   AND VOUCHER-DISC-DATE NOT < DISCOUNT-FROM-DATE
                   AND VOUCHER-DISC-DATE NOT > DISCOUNT-CUTOFF
               COMPUTE SELECT-THIS-AMOUNT =
                   VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
                   - VOUCHER-RETAINED-AMT
           ELSE
               MOVE ZEROES TO SELECT-THIS-AMOUNT.

      * which would otherwise hand the
      * first voucher an uninitialized
      * flag.
      *--------------------------------
      *--------------------------------
      * The same cache carries whether
      * the vendor is still pending
      * onboarding approval (VNDONB01) -
      * a pending vendor is not paid.
      *--------------------------------
       CHECK-VENDOR-COMPLIANCE.
           IF VOUCHER-VENDOR = ZEROES
               MOVE "Y" TO COMPLIANCE-IS-GOOD
               MOVE "Y" TO VENDOR-IS-APPROVED
           ELSE
           IF VOUCHER-VENDOR = CHECKED-VENDOR
               MOVE CHECKED-VENDOR-GOOD TO COMPLIANCE-IS-GOOD
               MOVE CHECKED-VENDOR-APPROVED TO VENDOR-IS-APPROVED
           ELSE
               PERFORM SCAN-VENDOR-CERTIFICATES
               PERFORM CHECK-VENDOR-APPROVAL
               MOVE VOUCHER-VENDOR TO CHECKED-VENDOR
               MOVE COMPLIANCE-IS-GOOD TO CHECKED-VENDOR-GOOD
               MOVE VENDOR-IS-APPROVED TO CHECKED-VENDOR-APPROVED.

       CHECK-VENDOR-APPROVAL.
           MOVE "Y" TO VENDOR-IS-APPROVED.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               AND VENDOR-IS-PENDING
               MOVE "N" TO VENDOR-IS-APPROVED.

       SCAN-VENDOR-CERTIFICATES.
           MOVE "Y" TO COMPLIANCE-IS-GOOD.
               AND RECEIPT-PO NOT = VOUCHER-PO-NUMBER
               MOVE "Y" TO RECEIPT-FILE-AT-END.

       READ-BANK-ACCT-RECORD.
           MOVE "Y" TO ACCOUNT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PO-FILE RECORD
           IF MATCH-SKIP-COUNT NOT = ZEROES
               DISPLAY "SKIPPED WAITING ON RECEIPTS: "
                       MATCH-SKIP-COUNT.
           IF PENDING-SKIP-COUNT NOT = ZEROES
               DISPLAY "SKIPPED PENDING VENDOR APPROVAL: "
                       PENDING-SKIP-COUNT.

      *----------------------------------------
      * Show negative amounts in parentheses,

      *--------------------------------
      * Read first, read next routines
      * Only unpaid vouchers can be
      * selected, so the read STARTs on
      * the open voucher key and stops
      * at the first paid voucher rather
      * than reading the whole file.
      *--------------------------------
       READ-FIRST-VALID-VOUCHER.
           MOVE "O" TO VOUCHER-OPEN-STATUS.
           MOVE ZEROES TO VOUCHER-OPEN-DUE VOUCHER-OPEN-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-OPEN-KEY
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VALID-VOUCHER.

      *--------------------------------
      * A voucher waiting for (or
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR (    VOUCHER-PAID-DATE = ZEROES
                       AND NOT VOUCHER-APPR-BLOCKED
                       AND NOT VOUCHER-NEEDS-VERIFY
                       AND NOT VOUCHER-IS-HELD).

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF NOT VOUCHER-KEY-IS-OPEN
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

      *--------------------------------
      * Other File I-O routines.
      *--------------------------------
       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plbday01.cbl".

           COPY "plcal01.cbl".

           COPY "plvop01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

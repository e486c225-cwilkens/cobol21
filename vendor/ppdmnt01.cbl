       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDMNT01.
      *------------------------------------
      * Add, Change, Look Up, Delete and
      * List for the prepaid expense
      * amortization schedules.
      *
      * A schedule is tied to a voucher
      * and its expense line (line zero
      * for a voucher that is not split)
      * and takes that line's amount and
      * vendor. The operator names the
      * prepaid asset account the payment
      * goes to, the expense account it
      * is moved to month by month, the
      * month coverage starts and how many
      * months it runs. Once PPDAMR01 has
      * amortized any of it, a schedule
      * can no longer be changed or
      * deleted.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slppd01.cbl".

           COPY "slvouch.cbl".

           COPY "slvchdtl.cbl".

           COPY "slvnd02.cbl".

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdppd01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  PREPAID-RECORD-FOUND        PIC X.
       77  VOUCHER-RECORD-FOUND        PIC X.
       77  DETAIL-RECORD-FOUND         PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  COA-RECORD-FOUND            PIC X.
       77  PREPAID-FILE-AT-END         PIC X.
       77  DETAIL-FILE-AT-END          PIC X.
       77  VOUCHER-IS-SPLIT            PIC X.
       77  KEY-IS-GOOD                 PIC X.
       77  OK-TO-DELETE                PIC X.
       77  LISTED-COUNT                PIC 9(4).
       77  VOUCHER-ENTRY               PIC 9(7).
       77  LINE-ENTRY                  PIC 9(3).
       77  MONTHS-ENTRY                PIC 9(3).
       77  DEFAULT-EXPENSE-ACCT        PIC X(15).
       77  PREPAID-BALANCE             PIC S9(8)V99.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.
       77  AMORTIZED-FIELD             PIC ZZ,ZZZ,ZZ9.99-.
       77  BALANCE-FIELD               PIC ZZ,ZZZ,ZZ9.99-.

       01  START-MONTH-WORK            PIC 9(6).
       01  FILLER REDEFINES START-MONTH-WORK.
           05  START-MONTH-YYYY        PIC 9999.
           05  START-MONTH-MM          PIC 99.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O PREPAID-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT COA-FILE.

       CLOSING-PROCEDURE.
           CLOSE PREPAID-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE COA-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM MAINTAIN-SCHEDULES
           ELSE
           IF MENU-PICK = 2
               PERFORM LOOK-UP-SCHEDULES
           ELSE
           IF MENU-PICK = 3
               PERFORM DELETE-A-SCHEDULE
           ELSE
           IF MENU-PICK = 4
               PERFORM LIST-THE-SCHEDULES.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PREPAID EXPENSE SCHEDULES".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD OR CHANGE A SCHEDULE".
           DISPLAY "          2.  LOOK UP A SCHEDULE".
           DISPLAY "          3.  DELETE A SCHEDULE".
           DISPLAY "          4.  LIST THE SCHEDULES".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * 1. ADD OR CHANGE - a schedule
      * not on file is added, one on
      * file is keyed over as long as
      * none of it has been amortized.
      * A zero voucher ends the batch.
      *--------------------------------
       MAINTAIN-SCHEDULES.
           PERFORM GET-SCHEDULE-KEY.
           PERFORM MAINTAIN-ONE-SCHEDULE
               UNTIL VOUCHER-ENTRY = ZEROES.

       MAINTAIN-ONE-SCHEDULE.
           IF PREPAID-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-SCHEDULE.
           IF PREPAID-RECORD-FOUND = "Y"
                   AND PPD-MONTHS-DONE NOT = ZEROES
               DISPLAY "AMORTIZATION HAS STARTED - THE SCHEDULE"
               DISPLAY "CAN NO LONGER BE CHANGED"
           ELSE
               PERFORM ENTER-THE-SCHEDULE.
           PERFORM GET-SCHEDULE-KEY.

       ENTER-THE-SCHEDULE.
           PERFORM FILL-FROM-THE-VOUCHER.
           IF VOUCHER-PAID-DATE NOT = ZEROES
               DISPLAY "NOTE - THE VOUCHER IS ALREADY PAID; ITS"
               DISPLAY "PAYMENT MAY HAVE GONE TO THE GL AS EXPENSE".
           PERFORM ENTER-PPD-PREPAID-ACCT.
           PERFORM ENTER-PPD-EXPENSE-ACCT.
           PERFORM ENTER-PPD-START-MONTH.
           PERFORM ENTER-PPD-MONTHS.
           MOVE ZEROES TO PPD-AMORTIZED
                          PPD-MONTHS-DONE
                          PPD-LAST-MONTH.
           IF PREPAID-RECORD-FOUND = "Y"
               PERFORM REWRITE-PREPAID-RECORD
           ELSE
               PERFORM WRITE-PREPAID-RECORD.

      *--------------------------------
      * The amount is what GLEXP01
      * will debit to the prepaid
      * account - the line's amount,
      * or the whole voucher when it
      * is not split. The expense
      * account offered is the line's
      * own coding, else the vendor's
      * default.
      *--------------------------------
       FILL-FROM-THE-VOUCHER.
           MOVE VOUCHER-VENDOR TO PPD-VENDOR.
           MOVE SPACE TO DEFAULT-EXPENSE-ACCT.
           IF PPD-LINE = ZEROES
               MOVE VOUCHER-FOR TO PPD-DESCRIPTION
               MOVE VOUCHER-AMOUNT TO PPD-AMOUNT
           ELSE
               MOVE VOUCHER-DETAIL-FOR TO PPD-DESCRIPTION
               MOVE VOUCHER-DETAIL-AMOUNT TO PPD-AMOUNT
               MOVE VOUCHER-DETAIL-GL-ACCT TO DEFAULT-EXPENSE-ACCT.
           IF DEFAULT-EXPENSE-ACCT = SPACE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   MOVE VENDOR-EXPENSE-ACCT TO DEFAULT-EXPENSE-ACCT.
           MOVE PPD-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "VENDOR " PPD-VENDOR " " PPD-DESCRIPTION.
           DISPLAY "AMOUNT TO AMORTIZE: " AMOUNT-FIELD.

      *--------------------------------
      * The key - the voucher must be
      * on file; a split voucher needs
      * one of its lines, an unsplit
      * one takes line zero.
      *--------------------------------
       GET-SCHEDULE-KEY.
           PERFORM ACCEPT-SCHEDULE-KEY.
           PERFORM RE-ACCEPT-SCHEDULE-KEY
               UNTIL VOUCHER-ENTRY = ZEROES
                   OR KEY-IS-GOOD = "Y".

       ACCEPT-SCHEDULE-KEY.
           MOVE "N" TO KEY-IS-GOOD.
           DISPLAY "VOUCHER NUMBER (0 TO STOP)?".
           ACCEPT VOUCHER-ENTRY.
           IF VOUCHER-ENTRY NOT = ZEROES
               PERFORM CHECK-SCHEDULE-KEY.

       RE-ACCEPT-SCHEDULE-KEY.
           PERFORM ACCEPT-SCHEDULE-KEY.

       CHECK-SCHEDULE-KEY.
           MOVE VOUCHER-ENTRY TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               DISPLAY "VOUCHER NOT ON FILE"
           ELSE
               PERFORM CHECK-SCHEDULE-LINE.

       CHECK-SCHEDULE-LINE.
           PERFORM CHECK-VOUCHER-IS-SPLIT.
           MOVE ZEROES TO LINE-ENTRY.
           IF VOUCHER-IS-SPLIT = "Y"
               DISPLAY "EXPENSE LINE NUMBER?"
               ACCEPT LINE-ENTRY.
           MOVE "Y" TO KEY-IS-GOOD.
           IF VOUCHER-IS-SPLIT = "Y"
               MOVE VOUCHER-ENTRY TO VOUCHER-DETAIL-NUMBER
               MOVE LINE-ENTRY TO VOUCHER-DETAIL-LINE
               PERFORM READ-DETAIL-RECORD
               IF DETAIL-RECORD-FOUND = "N"
                   DISPLAY "THAT LINE IS NOT ON THE VOUCHER"
                   MOVE "N" TO KEY-IS-GOOD.
           IF KEY-IS-GOOD = "Y"
               MOVE VOUCHER-ENTRY TO PPD-VOUCHER
               MOVE LINE-ENTRY TO PPD-LINE
               PERFORM READ-PREPAID-RECORD.

       CHECK-VOUCHER-IS-SPLIT.
           MOVE "N" TO VOUCHER-IS-SPLIT.
           MOVE VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE ZEROES TO VOUCHER-DETAIL-LINE.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               READ VOUCHER-DETAIL-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               IF VOUCHER-DETAIL-NUMBER = VOUCHER-NUMBER
                   MOVE "Y" TO VOUCHER-IS-SPLIT.

       ENTER-PPD-PREPAID-ACCT.
           PERFORM ACCEPT-PPD-PREPAID-ACCT.
           PERFORM RE-ACCEPT-PPD-PREPAID-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-PPD-PREPAID-ACCT.
           DISPLAY "GL PREPAID (ASSET) ACCOUNT?".
           ACCEPT PPD-PREPAID-ACCT.
           INSPECT PPD-PREPAID-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE PPD-PREPAID-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-PPD-PREPAID-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-PPD-PREPAID-ACCT.

       ENTER-PPD-EXPENSE-ACCT.
           PERFORM ACCEPT-PPD-EXPENSE-ACCT.
           PERFORM RE-ACCEPT-PPD-EXPENSE-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-PPD-EXPENSE-ACCT.
           IF DEFAULT-EXPENSE-ACCT = SPACE
               DISPLAY "GL EXPENSE ACCOUNT TO AMORTIZE TO?"
           ELSE
               DISPLAY "GL EXPENSE ACCOUNT TO AMORTIZE TO (BLANK "
                       "FOR " DEFAULT-EXPENSE-ACCT ")?".
           ACCEPT PPD-EXPENSE-ACCT.
           INSPECT PPD-EXPENSE-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF PPD-EXPENSE-ACCT = SPACE
               MOVE DEFAULT-EXPENSE-ACCT TO PPD-EXPENSE-ACCT.
           MOVE PPD-EXPENSE-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-PPD-EXPENSE-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-PPD-EXPENSE-ACCT.

       CHECK-THE-ACCOUNT.
           MOVE "N" TO COA-RECORD-FOUND.
           IF COA-ACCOUNT NOT = SPACE
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       ACCOUNT-ERROR-MESSAGE.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".

      *--------------------------------
      * Coverage starts in the month of
      * the date keyed - the first
      * month expensed.
      *--------------------------------
       ENTER-PPD-START-MONTH.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "COVERAGE STARTS (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYY TO START-MONTH-YYYY.
           MOVE DATE-MM TO START-MONTH-MM.
           MOVE START-MONTH-WORK TO PPD-START-MONTH.

       ENTER-PPD-MONTHS.
           PERFORM ACCEPT-PPD-MONTHS.
           PERFORM RE-ACCEPT-PPD-MONTHS
               UNTIL PPD-MONTHS NOT = ZEROES
                   AND PPD-MONTHS NOT > 120.

       ACCEPT-PPD-MONTHS.
           DISPLAY "NUMBER OF MONTHS COVERED (1-120)?".
           ACCEPT MONTHS-ENTRY.
           MOVE MONTHS-ENTRY TO PPD-MONTHS.

       RE-ACCEPT-PPD-MONTHS.
           DISPLAY "THE MONTHS MUST BE 1 TO 120".
           PERFORM ACCEPT-PPD-MONTHS.

       DISPLAY-THE-SCHEDULE.
           MOVE PPD-AMOUNT TO AMOUNT-FIELD.
           MOVE PPD-AMORTIZED TO AMORTIZED-FIELD.
           COMPUTE PREPAID-BALANCE = PPD-AMOUNT - PPD-AMORTIZED.
           MOVE PREPAID-BALANCE TO BALANCE-FIELD.
           MOVE PPD-START-MONTH TO START-MONTH-WORK.
           DISPLAY "VOUCHER " PPD-VOUCHER " LINE " PPD-LINE
                   " VENDOR " PPD-VENDOR " " PPD-DESCRIPTION.
           DISPLAY "  PREPAID " PPD-PREPAID-ACCT
                   " EXPENSE " PPD-EXPENSE-ACCT.
           DISPLAY "  FROM " START-MONTH-MM "/" START-MONTH-YYYY
                   " FOR " PPD-MONTHS " MONTHS, "
                   PPD-MONTHS-DONE " DONE".
           DISPLAY "  AMOUNT " AMOUNT-FIELD
                   " AMORTIZED " AMORTIZED-FIELD.
           DISPLAY "  BALANCE " BALANCE-FIELD.

      *--------------------------------
      * 2. LOOK UP
      *--------------------------------
       LOOK-UP-SCHEDULES.
           PERFORM GET-SCHEDULE-KEY.
           PERFORM LOOK-UP-ONE-SCHEDULE
               UNTIL VOUCHER-ENTRY = ZEROES.

       LOOK-UP-ONE-SCHEDULE.
           IF PREPAID-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-SCHEDULE
           ELSE
               DISPLAY "NO SCHEDULE IS ON FILE FOR THAT LINE".
           PERFORM GET-SCHEDULE-KEY.

      *--------------------------------
      * 3. DELETE - only a schedule
      * nothing has been amortized on.
      * Keyed straight off the schedule
      * file, so one whose voucher has
      * been archived can still go.
      *--------------------------------
       DELETE-A-SCHEDULE.
           DISPLAY "VOUCHER NUMBER TO DELETE?".
           ACCEPT PPD-VOUCHER.
           DISPLAY "EXPENSE LINE NUMBER (0 IF NOT SPLIT)?".
           ACCEPT PPD-LINE.
           PERFORM READ-PREPAID-RECORD.
           IF PREPAID-RECORD-FOUND = "N"
               DISPLAY "NO SCHEDULE IS ON FILE FOR THAT LINE"
           ELSE
               PERFORM DISPLAY-THE-SCHEDULE
               IF PPD-MONTHS-DONE NOT = ZEROES
                   DISPLAY "AMORTIZATION HAS STARTED - THE SCHEDULE"
                   DISPLAY "CANNOT BE DELETED"
               ELSE
                   PERFORM CONFIRM-THE-DELETE.

       CONFIRM-THE-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".
           IF OK-TO-DELETE = "Y"
               DELETE PREPAID-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING THE SCHEDULE".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS SCHEDULE (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * 4. LIST
      *--------------------------------
       LIST-THE-SCHEDULES.
           MOVE ZEROES TO LISTED-COUNT.
           DISPLAY "VOUCHER LINE START  MOS DONE        "
                   "AMOUNT        BALANCE".
           PERFORM READ-FIRST-PREPAID.
           PERFORM LIST-ONE-SCHEDULE
               UNTIL PREPAID-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO SCHEDULES ARE ON FILE".

       LIST-ONE-SCHEDULE.
           ADD 1 TO LISTED-COUNT.
           MOVE PPD-AMOUNT TO AMOUNT-FIELD.
           COMPUTE PREPAID-BALANCE = PPD-AMOUNT - PPD-AMORTIZED.
           MOVE PREPAID-BALANCE TO BALANCE-FIELD.
           DISPLAY PPD-VOUCHER " " PPD-LINE "  " PPD-START-MONTH
                   " " PPD-MONTHS " " PPD-MONTHS-DONE " "
                   AMOUNT-FIELD " " BALANCE-FIELD.
           PERFORM READ-NEXT-PREPAID.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-PREPAID-RECORD.
           MOVE "Y" TO PREPAID-RECORD-FOUND.
           READ PREPAID-FILE RECORD
               INVALID KEY
               MOVE "N" TO PREPAID-RECORD-FOUND.

       WRITE-PREPAID-RECORD.
           WRITE PREPAID-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SCHEDULE RECORD".

       REWRITE-PREPAID-RECORD.
           REWRITE PREPAID-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SCHEDULE RECORD".

       READ-FIRST-PREPAID.
           MOVE LOW-VALUES TO PPD-KEY.
           MOVE "N" TO PREPAID-FILE-AT-END.
           START PREPAID-FILE
               KEY NOT < PPD-KEY
               INVALID KEY
               MOVE "Y" TO PREPAID-FILE-AT-END.
           IF PREPAID-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PREPAID.

       READ-NEXT-PREPAID.
           READ PREPAID-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PREPAID-FILE-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-DETAIL-RECORD.
           MOVE "Y" TO DETAIL-RECORD-FOUND.
           READ VOUCHER-DETAIL-FILE RECORD
               INVALID KEY
               MOVE "N" TO DETAIL-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTRET01.
      *------------------------------------
      * Bank Account Retirement
      *
      * Closes down one checking account
      * on the bank account master and
      * repoints everything still waiting
      * to be paid from it to another
      * account that is on file and
      * active:
      *
      *  - every open voucher not yet
      *    selected for payment
      *    (journaled, like a VCHMNT01
      *    change - one somebody has up
      *    for change is left alone and
      *    reported)
      *  - every import line still on the
      *    staging file (passed or in
      *    error) so it releases to the
      *    new account
      *  - the ACH debit block authorized
      *    originators, each one written
      *    to the change audit on both
      *    accounts; one already set up on
      *    the new account is left where
      *    it is. ADBEXP01 sends the new
      *    list to the bank.
      *
      * Nothing moves while the old
      * account still has selected
      * vouchers, a check-run lock on its
      * control record, or checks out that
      * have not cleared - those have to
      * be paid, cleared or voided first.
      *
      * Last, the old account is marked
      * inactive, so VCHPAY02 will write
      * nothing more against it, and a
      * register of everything changed is
      * printed. Level-9 supervisors only.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slact01.cbl".

           COPY "slvouch.cbl".

           COPY "slchk01.cbl".

           COPY "slcontrl.cbl".

           COPY "slstg01.cbl".

           COPY "sladb01.cbl".

           COPY "sladbaud.cbl".

           COPY "sljrn01.cbl".

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdact01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdchk01.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdstg01.cbl".

           COPY "fdadb01.cbl".

           COPY "fdadbaud.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  OLD-ACCOUNT               PIC 9(10).
       77  NEW-ACCOUNT               PIC 9(10).
       77  OLD-BANK-NAME             PIC X(30).
       77  NEW-BANK-NAME             PIC X(30).
       77  ACCOUNT-RECORD-FOUND      PIC X.
       77  CONTROL-RECORD-FOUND      PIC X.
       77  ADB-RECORD-FOUND          PIC X.
       77  AUDIT-WRITE-DONE          PIC X.

       77  VOUCHER-FILE-AT-END       PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  STAGING-FILE-AT-END       PIC X.
       77  ADB-FILE-AT-END           PIC X.

       77  SELECTED-COUNT            PIC 9(5).
       77  UNCLEARED-COUNT           PIC 9(5).
       77  RUN-IS-LOCKED             PIC X.

       77  VOUCHER-MOVED-COUNT       PIC 9(5) VALUE ZEROES.
       77  VOUCHER-IN-USE-COUNT      PIC 9(5) VALUE ZEROES.
       77  VOUCHER-MOVED-TOTAL       PIC S9(9)V99 VALUE ZEROES.
       77  STAGED-MOVED-COUNT        PIC 9(5) VALUE ZEROES.
       77  ADB-MOVED-COUNT           PIC 9(5) VALUE ZEROES.
       77  ADB-LEFT-COUNT            PIC 9(5) VALUE ZEROES.

       77  SAVE-ADB-KEY              PIC X(20).
       77  SAVE-ADB-RECORD           PIC X(100).
       77  ACCOUNT-TEXT              PIC X(30).

       77  TODAY-DATE                PIC 9(8).
       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-KIND            PIC X(11).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-ITEM            PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-DESCRIPTION     PIC X(24).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-RESULT          PIC X(16).

       01  COLUMN-LINE.
           05  FILLER                PIC X(12) VALUE "RECORD".
           05  FILLER                PIC X(11) VALUE "NUMBER".
           05  FILLER                PIC X(25) VALUE "DESCRIPTION".
           05  FILLER                PIC X(15) VALUE "         AMOUNT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(16) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  FILLER                PIC X(35)
               VALUE "BANK ACCOUNT RETIREMENT REGISTER".
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  ACCOUNT-LINE.
           05  FILLER                PIC X(14) VALUE "ACCOUNT FROM: ".
           05  PRINT-OLD-ACCOUNT     PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-OLD-BANK        PIC X(30).
           05  FILLER                PIC X(5) VALUE SPACE.
           05  FILLER                PIC X(6)  VALUE "AS OF ".
           05  PRINT-TODAY           PIC Z9/99/9999.

       01  NEW-ACCOUNT-LINE.
           05  FILLER                PIC X(14) VALUE "ACCOUNT TO:   ".
           05  PRINT-NEW-ACCOUNT     PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NEW-BANK        PIC X(30).

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O JOURNAL-FILE.
           MOVE "ACTRET01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN I-O BANK-ACCT-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN I-O STAGING-FILE.
           OPEN I-O ACH-DEBIT-FILE.
           OPEN I-O ACH-DEBIT-AUDIT-FILE.
           OPEN I-O RECORD-LOCK-FILE.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE CHECK-FILE.
           CLOSE CONTROL-FILE.
           CLOSE STAGING-FILE.
           CLOSE ACH-DEBIT-FILE.
           CLOSE ACH-DEBIT-AUDIT-FILE.
           CLOSE RECORD-LOCK-FILE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM RETIRE-AN-ACCOUNT.

       RETIRE-AN-ACCOUNT.
           PERFORM GET-OLD-ACCOUNT.
           IF OLD-ACCOUNT NOT = ZEROES
               PERFORM GET-NEW-ACCOUNT.
           IF OLD-ACCOUNT NOT = ZEROES
                   AND NEW-ACCOUNT NOT = ZEROES
               PERFORM CHECK-THE-OLD-ACCOUNT
               PERFORM RETIRE-IF-CLEAR.

       RETIRE-IF-CLEAR.
           IF SELECTED-COUNT NOT = ZEROES
                   OR UNCLEARED-COUNT NOT = ZEROES
                   OR RUN-IS-LOCKED = "Y"
               PERFORM REFUSE-THE-RETIREMENT
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM MOVE-EVERYTHING.

      *--------------------------------
      * The old account has to be on
      * the master (already inactive is
      * fine - a second run picks up
      * stragglers); zero backs out.
      *--------------------------------
       GET-OLD-ACCOUNT.
           PERFORM ACCEPT-OLD-ACCOUNT.
           PERFORM RE-ACCEPT-OLD-ACCOUNT
               UNTIL OLD-ACCOUNT = ZEROES
                   OR ACCOUNT-RECORD-FOUND = "Y".
           IF OLD-ACCOUNT NOT = ZEROES
               MOVE ACCT-BANK-NAME TO OLD-BANK-NAME.

       ACCEPT-OLD-ACCOUNT.
           DISPLAY "ACCOUNT TO RETIRE (0 TO EXIT)?".
           ACCEPT OLD-ACCOUNT.
           MOVE "N" TO ACCOUNT-RECORD-FOUND.
           IF OLD-ACCOUNT NOT = ZEROES
               MOVE OLD-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-BANK-ACCT-RECORD.

       RE-ACCEPT-OLD-ACCOUNT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE BANK ACCOUNT MASTER".
           PERFORM ACCEPT-OLD-ACCOUNT.

      *--------------------------------
      * The new one must be on file,
      * active, and not the old one.
      *--------------------------------
       GET-NEW-ACCOUNT.
           PERFORM ACCEPT-NEW-ACCOUNT.
           PERFORM RE-ACCEPT-NEW-ACCOUNT
               UNTIL NEW-ACCOUNT = ZEROES
                   OR ACCOUNT-RECORD-FOUND = "Y".
           IF NEW-ACCOUNT NOT = ZEROES
               MOVE ACCT-BANK-NAME TO NEW-BANK-NAME.

       ACCEPT-NEW-ACCOUNT.
           DISPLAY "ACCOUNT TO MOVE EVERYTHING TO (0 TO EXIT)?".
           ACCEPT NEW-ACCOUNT.
           MOVE "N" TO ACCOUNT-RECORD-FOUND.
           IF NEW-ACCOUNT = OLD-ACCOUNT
               DISPLAY "THAT IS THE ACCOUNT BEING RETIRED"
           ELSE
           IF NEW-ACCOUNT NOT = ZEROES
               MOVE NEW-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-BANK-ACCT-RECORD
               IF ACCOUNT-RECORD-FOUND = "N"
                   DISPLAY "THAT ACCOUNT IS NOT ON THE BANK "
                           "ACCOUNT MASTER"
               ELSE
               IF NOT ACCT-IS-ACTIVE
                   MOVE "N" TO ACCOUNT-RECORD-FOUND
                   DISPLAY "THAT ACCOUNT IS NOT ACTIVE".

       RE-ACCEPT-NEW-ACCOUNT.
           PERFORM ACCEPT-NEW-ACCOUNT.

      *--------------------------------
      * What stops a retirement: money
      * already on its way out of the
      * old account.
      *--------------------------------
       CHECK-THE-OLD-ACCOUNT.
           MOVE ZEROES TO SELECTED-COUNT UNCLEARED-COUNT.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-CHECK.
           PERFORM CHECK-ONE-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".
           MOVE "N" TO RUN-IS-LOCKED.
           MOVE 2 TO CONTROL-TYPE.
           MOVE OLD-ACCOUNT TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               IF CONTROL-RUN-LOCKED
                   MOVE "Y" TO RUN-IS-LOCKED.

       CHECK-ONE-VOUCHER.
           IF VOUCHER-ACCOUNT = OLD-ACCOUNT
                   AND VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-SELECTED = "Y"
               ADD 1 TO SELECTED-COUNT.
           PERFORM READ-NEXT-VOUCHER.

       CHECK-ONE-CHECK.
           IF CHECK-ACCOUNT = OLD-ACCOUNT
               IF CHECK-CLEARED NOT = "Y"
                       AND NOT CHECK-IS-VOIDED
                       AND NOT CHECK-IS-ESCHEATED
                   ADD 1 TO UNCLEARED-COUNT.
           PERFORM READ-NEXT-CHECK.

       REFUSE-THE-RETIREMENT.
           DISPLAY "ACCOUNT " OLD-ACCOUNT " CANNOT BE RETIRED YET:".
           IF SELECTED-COUNT NOT = ZEROES
               DISPLAY "- " SELECTED-COUNT
                       " VOUCHERS ARE SELECTED FOR PAYMENT FROM IT".
           IF RUN-IS-LOCKED = "Y"
               DISPLAY "- A CHECK RUN HOLDS THE LOCK ON IT SINCE "
                       CONTROL-LOCK-DATE " (" CONTROL-LOCK-OPERATOR
                       ")".
           IF UNCLEARED-COUNT NOT = ZEROES
               DISPLAY "- " UNCLEARED-COUNT
                       " CHECKS DRAWN ON IT HAVE NOT CLEARED".
           DISPLAY "NOTHING WAS CHANGED".

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "MOVE EVERYTHING FROM " OLD-ACCOUNT
                   " TO " NEW-ACCOUNT.
           DISPLAY "AND MARK " OLD-ACCOUNT " INACTIVE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       MOVE-EVERYTHING.
           PERFORM START-NEW-PAGE.
           PERFORM MOVE-THE-VOUCHERS.
           PERFORM MOVE-THE-STAGED-LINES.
           PERFORM MOVE-THE-ORIGINATORS.
           PERFORM RETIRE-THE-OLD-ACCOUNT.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.
           DISPLAY "ACCOUNT " OLD-ACCOUNT " RETIRED - "
                   VOUCHER-MOVED-COUNT " VOUCHERS MOVED".

      *--------------------------------
      * Open and unselected. A voucher
      * somebody has up in VCHMNT01
      * keeps its account - their
      * REWRITE would only put the old
      * one back - and is listed so it
      * can be changed by hand.
      *--------------------------------
       MOVE-THE-VOUCHERS.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM MOVE-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       MOVE-ONE-VOUCHER.
           IF VOUCHER-ACCOUNT = OLD-ACCOUNT
                   AND VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-SELECTED NOT = "Y"
               PERFORM REPOINT-THE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       REPOINT-THE-VOUCHER.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "VOUCHER" TO PRINT-KIND.
           MOVE VOUCHER-NUMBER TO PRINT-ITEM.
           MOVE VOUCHER-FOR TO PRINT-DESCRIPTION.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE "V" TO LOCK-FILE-CODE-WANTED.
           MOVE VOUCHER-NUMBER TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN = "Y"
               MOVE NEW-ACCOUNT TO VOUCHER-ACCOUNT
               MOVE TODAY-DATE TO VOUCHER-CHANGED-DATE
               MOVE SIGNED-ON-OPERATOR TO VOUCHER-CHANGED-BY
               PERFORM REWRITE-VOUCHER-RECORD
               PERFORM RELEASE-RECORD-LOCK
               ADD 1 TO VOUCHER-MOVED-COUNT
               ADD VOUCHER-AMOUNT TO VOUCHER-MOVED-TOTAL
               MOVE "MOVED" TO PRINT-RESULT
           ELSE
               ADD 1 TO VOUCHER-IN-USE-COUNT
               MOVE "IN USE - NOT MOVED" TO PRINT-RESULT.
           PERFORM PRINT-THE-DETAIL.

      *--------------------------------
      * An import line carries its
      * voucher as an image; the
      * account inside it is what
      * VCHREL01 will post.
      *--------------------------------
       MOVE-THE-STAGED-LINES.
           PERFORM READ-FIRST-STAGING.
           PERFORM MOVE-ONE-STAGED-LINE
               UNTIL STAGING-FILE-AT-END = "Y".

       MOVE-ONE-STAGED-LINE.
           IF STG-IS-PASSED OR STG-IS-IN-ERROR
               MOVE STG-VOUCHER-IMAGE TO VOUCHER-RECORD
               IF VOUCHER-ACCOUNT = OLD-ACCOUNT
                   PERFORM REPOINT-THE-STAGED-LINE.
           PERFORM READ-NEXT-STAGING.

       REPOINT-THE-STAGED-LINE.
           MOVE NEW-ACCOUNT TO VOUCHER-ACCOUNT.
           MOVE VOUCHER-RECORD TO STG-VOUCHER-IMAGE.
           PERFORM REWRITE-STAGING-RECORD.
           ADD 1 TO STAGED-MOVED-COUNT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "IMPORT LINE" TO PRINT-KIND.
           MOVE SPACE TO PRINT-ITEM.
           STRING STG-BATCH "-" STG-SEQ
               DELIMITED BY SIZE INTO PRINT-ITEM.
           MOVE VOUCHER-FOR TO PRINT-DESCRIPTION.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE "MOVED" TO PRINT-RESULT.
           PERFORM PRINT-THE-DETAIL.

      *--------------------------------
      * The originator file is keyed by
      * account, so moving one means a
      * new record under the new account
      * and the old one deleted. Each
      * pass starts just past the last
      * originator handled.
      *--------------------------------
       MOVE-THE-ORIGINATORS.
           MOVE OLD-ACCOUNT TO ADB-ACCOUNT.
           MOVE LOW-VALUES TO ADB-COMPANY-ID.
           MOVE ADB-KEY TO SAVE-ADB-KEY.
           PERFORM READ-FIRST-ADB-RECORD.
           PERFORM MOVE-ONE-ORIGINATOR
               UNTIL ADB-FILE-AT-END = "Y"
                   OR ADB-ACCOUNT NOT = OLD-ACCOUNT.

       MOVE-ONE-ORIGINATOR.
           MOVE ADB-KEY TO SAVE-ADB-KEY.
           MOVE ACH-DEBIT-RECORD TO SAVE-ADB-RECORD.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "ACH DEBIT" TO PRINT-KIND.
           MOVE ADB-COMPANY-ID TO PRINT-ITEM.
           MOVE ADB-NAME TO PRINT-DESCRIPTION.
           MOVE ADB-MAX-AMOUNT TO PRINT-AMOUNT.
           MOVE NEW-ACCOUNT TO ADB-ACCOUNT.
           PERFORM READ-ADB-RECORD.
           IF ADB-RECORD-FOUND = "Y"
               ADD 1 TO ADB-LEFT-COUNT
               MOVE "ALREADY ON NEW" TO PRINT-RESULT
           ELSE
               PERFORM REPOINT-THE-ORIGINATOR.
           PERFORM PRINT-THE-DETAIL.
           MOVE SAVE-ADB-KEY TO ADB-KEY.
           PERFORM READ-NEXT-ADB-AFTER.

       REPOINT-THE-ORIGINATOR.
           MOVE SAVE-ADB-RECORD TO ACH-DEBIT-RECORD.
           MOVE SPACE TO ACCOUNT-TEXT.
           STRING "MOVED TO " NEW-ACCOUNT
               DELIMITED BY SIZE INTO ACCOUNT-TEXT.
           PERFORM DELETE-ADB-RECORD.
           MOVE "ACCOUNT RETIRED" TO ADBAUD-FIELD-NAME.
           MOVE ADB-NAME TO ADBAUD-OLD-VALUE.
           MOVE ACCOUNT-TEXT TO ADBAUD-NEW-VALUE.
           PERFORM WRITE-ADB-AUDIT-RECORD.
           MOVE NEW-ACCOUNT TO ADB-ACCOUNT.
           MOVE SIGNED-ON-OPERATOR TO ADB-CHANGED-BY.
           PERFORM WRITE-ADB-RECORD.
           MOVE SPACE TO ACCOUNT-TEXT.
           STRING "MOVED FROM " OLD-ACCOUNT
               DELIMITED BY SIZE INTO ACCOUNT-TEXT.
           MOVE "ADDED" TO ADBAUD-FIELD-NAME.
           MOVE ACCOUNT-TEXT TO ADBAUD-OLD-VALUE.
           MOVE ADB-NAME TO ADBAUD-NEW-VALUE.
           PERFORM WRITE-ADB-AUDIT-RECORD.
           ADD 1 TO ADB-MOVED-COUNT.
           MOVE "MOVED" TO PRINT-RESULT.

       RETIRE-THE-OLD-ACCOUNT.
           MOVE OLD-ACCOUNT TO ACCT-NUMBER.
           PERFORM READ-BANK-ACCT-RECORD.
           IF ACCOUNT-RECORD-FOUND = "Y"
               MOVE "I" TO ACCT-STATUS
               PERFORM REWRITE-BANK-ACCT-RECORD
               MOVE SPACE TO DETAIL-LINE
               MOVE "BANK ACCT" TO PRINT-KIND
               MOVE OLD-ACCOUNT TO PRINT-ITEM
               MOVE ACCT-DESCRIPTION TO PRINT-DESCRIPTION
               MOVE "MADE INACTIVE" TO PRINT-RESULT
               PERFORM PRINT-THE-DETAIL.

      *--------------------------------
      * Register
      *--------------------------------
       PRINT-THE-DETAIL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VOUCHERS MOVED:" TO PRINT-TOTAL-TEXT.
           MOVE VOUCHER-MOVED-COUNT TO PRINT-TOTAL-COUNT.
           MOVE VOUCHER-MOVED-TOTAL TO PRINT-TOTAL-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "VOUCHERS IN USE - CHANGE IN VCHMNT01:"
               TO PRINT-TOTAL-TEXT.
           MOVE VOUCHER-IN-USE-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "IMPORT LINES MOVED:" TO PRINT-TOTAL-TEXT.
           MOVE STAGED-MOVED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ACH DEBIT ORIGINATORS MOVED:" TO PRINT-TOTAL-TEXT.
           MOVE ADB-MOVED-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ORIGINATORS ALREADY ON THE NEW ACCOUNT:"
               TO PRINT-TOTAL-TEXT.
           MOVE ADB-LEFT-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           IF ADB-MOVED-COUNT NOT = ZEROES
               MOVE "RUN ADBEXP01 TO SEND THE BANK THE NEW LIST"
                   TO PRINTER-RECORD
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
           MOVE OLD-ACCOUNT TO PRINT-OLD-ACCOUNT.
           MOVE OLD-BANK-NAME TO PRINT-OLD-BANK.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE NEW-ACCOUNT TO PRINT-NEW-ACCOUNT.
           MOVE NEW-BANK-NAME TO PRINT-NEW-BANK.
           MOVE NEW-ACCOUNT-LINE TO PRINTER-RECORD.
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
       READ-BANK-ACCT-RECORD.
           MOVE "Y" TO ACCOUNT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.

       REWRITE-BANK-ACCT-RECORD.
           REWRITE BANK-ACCT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BANK ACCOUNT RECORD".

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

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

      *--------------------------------
      * The before image for the
      * journal is whatever is on disk
      * right now - re-read it, then
      * put the new record back.
      *--------------------------------
       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE LOW-VALUES TO VOUCHER-RECORD.
           MOVE VOUCHER-RECORD TO JRN-BEFORE-IMAGE.
           MOVE JRN-AFTER-IMAGE TO VOUCHER-RECORD.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           MOVE "V" TO JRN-FILE-CODE.
           MOVE "R" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.

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

       READ-FIRST-STAGING.
           MOVE LOW-VALUES TO STG-KEY.
           MOVE "N" TO STAGING-FILE-AT-END.
           START STAGING-FILE
               KEY NOT < STG-KEY
               INVALID KEY
               MOVE "Y" TO STAGING-FILE-AT-END.
           IF STAGING-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-STAGING.

       READ-NEXT-STAGING.
           MOVE "N" TO STAGING-FILE-AT-END.
           READ STAGING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STAGING-FILE-AT-END.

       REWRITE-STAGING-RECORD.
           REWRITE STAGING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING STAGING RECORD".

       READ-FIRST-ADB-RECORD.
           MOVE "N" TO ADB-FILE-AT-END.
           START ACH-DEBIT-FILE
               KEY NOT < ADB-KEY
               INVALID KEY
               MOVE "Y" TO ADB-FILE-AT-END.
           IF ADB-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ADB-RECORD.

       READ-NEXT-ADB-AFTER.
           MOVE "N" TO ADB-FILE-AT-END.
           START ACH-DEBIT-FILE
               KEY > ADB-KEY
               INVALID KEY
               MOVE "Y" TO ADB-FILE-AT-END.
           IF ADB-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ADB-RECORD.

       READ-NEXT-ADB-RECORD.
           MOVE "N" TO ADB-FILE-AT-END.
           READ ACH-DEBIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ADB-FILE-AT-END.

       READ-ADB-RECORD.
           MOVE "Y" TO ADB-RECORD-FOUND.
           READ ACH-DEBIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ADB-RECORD-FOUND.

       WRITE-ADB-RECORD.
           WRITE ACH-DEBIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING ACH DEBIT RECORD".

       DELETE-ADB-RECORD.
           DELETE ACH-DEBIT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ACH DEBIT RECORD".

       WRITE-ADB-AUDIT-RECORD.
           MOVE ADB-ACCOUNT TO ADBAUD-ACCOUNT.
           MOVE ADB-COMPANY-ID TO ADBAUD-COMPANY-ID.
           ACCEPT ADBAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT ADBAUD-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR TO ADBAUD-OPERATOR.
           MOVE ZEROES TO ADBAUD-SEQ.
           MOVE "N" TO AUDIT-WRITE-DONE.
           PERFORM TRY-AUDIT-WRITE
               UNTIL AUDIT-WRITE-DONE = "Y"
                   OR ADBAUD-SEQ > 98.
           IF AUDIT-WRITE-DONE NOT = "Y"
               DISPLAY "ERROR WRITING CHANGE AUDIT RECORD".

       TRY-AUDIT-WRITE.
           MOVE "Y" TO AUDIT-WRITE-DONE.
           WRITE ACH-DEBIT-AUDIT-RECORD
               INVALID KEY
               MOVE "N" TO AUDIT-WRITE-DONE
               ADD 1 TO ADBAUD-SEQ.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

           COPY "plvop01.cbl".

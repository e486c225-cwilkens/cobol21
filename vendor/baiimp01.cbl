       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIIMP01.
      *------------------------------------
      * BAI2 Bank Statement Import
      *
      * Reads the bank's standard BAI2
      * prior-day or current-day reporting
      * file (FDBAI01) - file, group and
      * account headers and trailers,
      * transaction details and their
      * continuations - and feeds it to
      * the same places the bank's old
      * custom files went:
      *
      * - each account's ledger balance
      *   (closing ledger, type 015, or
      *   the opening ledger, 010, when no
      *   closing is reported) goes to the
      *   bank balance file for the group's
      *   as-of date, replacing a day
      *   already on file, the way BALIMP01
      *   loads it - with the day's checks
      *   paid, ACH debits settled, and the
      *   net of all other credits less
      *   debits;
      * - every check paid (type 475, the
      *   check number in the customer
      *   reference) is written to the
      *   cleared-check list (FDBANK01)
      *   for CHKCLR01 to clear, exactly
      *   as the old bank file was;
      * - every ACH debit and credit goes
      *   to the bank ACH transaction file
      *   (FDBTR01) for whoever needs it.
      *
      * Detail is taken only from a final
      * prior-day group (as-of-date
      * modifier 2, or none given); an
      * interim or same-day group loads
      * its balances only, so the same
      * check or debit is never taken
      * twice when the final file follows.
      *
      * Nothing is loaded until the whole
      * file has been read once and
      * proved: the record structure, and
      * every account (49), group (98) and
      * file (99) trailer's control total
      * and record count against what was
      * actually read. A file whose 01
      * header (sender, creation date and
      * time, file ID) is already on the
      * BAI2 load log (FDBFL01) is refused
      * as already loaded. An account not
      * on the bank account master is
      * passed over and counted.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slbai01.cbl".

           COPY "slbfl01.cbl".

           COPY "slbal01.cbl".

           COPY "slact01.cbl".

           COPY "slbank01.cbl".

           COPY "slbtr01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdbai01.cbl".

           COPY "fdbfl01.cbl".

           COPY "fdbal01.cbl".

           COPY "fdact01.cbl".

           COPY "fdbank01.cbl".

           COPY "fdbtr01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  PASS-NUMBER              PIC 9.
       77  BAI2-FILE-AT-END         PIC X.
       77  LOGICAL-AT-END           PIC X.
       77  ACCT-RECORD-FOUND        PIC X.
       77  BAL-RECORD-FOUND         PIC X.
       77  LOG-RECORD-FOUND         PIC X.
       77  TRAN-WRITE-DONE          PIC X.
       77  TODAYS-DATE              PIC 9(8).

       77  BAI-PROBLEM              PIC X(60).
       77  BAI-NEW-PROBLEM          PIC X(60).
       77  BAI-PROBLEM-AT           PIC 9(7).

      *--------------------------------
      * One logical record - a line and
      * any 88 continuations after it,
      * joined with the 88s dropped.
      *--------------------------------
       01  BAI-LOGICAL              PIC X(2000).
       77  BAI-LOGICAL-LENGTH       PIC 9(4).
       77  BAI-PIECES               PIC 9(3).
       77  BAI-END                  PIC 9(3).
       77  BAI-POINTER              PIC 9(4).
       77  BAI-FIELD                PIC X(80).
       77  BAI-DELIMITER            PIC X.
       77  BAI-FIELDS-DONE          PIC X.
       77  BAI-RECORD-CODE          PIC XX.
       77  BAI-TEXT                 PIC X(60).

       77  BAI-SIGN                 PIC X.
       77  BAI-AMOUNT-TEXT          PIC X(80).
       77  BAI-DIGITS               PIC 9(15).
       77  BAI-AMOUNT               PIC S9(13)V99.
       77  BAI-NUMBER               PIC 9(10).
       77  BAI-FUNDS-TYPE           PIC X.
       77  BAI-SKIP-COUNT           PIC 9(3).

       77  BAI-TYPE-CODE            PIC 9(3).
           88  BAI-TYPE-OPEN-LEDGER     VALUE 010.
           88  BAI-TYPE-CLOSE-LEDGER    VALUE 015.
           88  BAI-TYPE-CHECK-PAID      VALUE 475.
           88  BAI-TYPE-ACH-CREDIT      VALUES 142 145 165 166
                                               169.
           88  BAI-TYPE-ACH-DEBIT       VALUES 451 455 466 469.
           88  BAI-TYPE-IS-CREDIT       VALUES 100 THRU 399.
           88  BAI-TYPE-IS-DEBIT        VALUES 400 THRU 699.

      *--------------------------------
      * Where the file stands
      *--------------------------------
       77  FILE-HEADER-SEEN         PIC X.
       77  FILE-TRAILER-SEEN        PIC X.
       77  IN-GROUP                 PIC X.
       77  IN-ACCOUNT               PIC X.

       77  HDR-SENDER               PIC X(15).
       77  HDR-CREATE-DATE          PIC 9(6).
       77  HDR-CREATE-TIME          PIC 9(4).
       77  HDR-FILE-ID              PIC X(10).
       77  HDR-VERSION              PIC X(4).

       77  GROUP-AS-OF-DATE         PIC 9(8).
       77  GROUP-MODIFIER           PIC X.
       77  GROUP-TAKES-DETAIL       PIC X.

       77  ACCOUNT-NUMBER-IN        PIC 9(10).
       77  ACCOUNT-IS-KNOWN         PIC X.
       77  OPEN-LEDGER-FOUND        PIC X.
       77  CLOSE-LEDGER-FOUND       PIC X.
       77  OPEN-LEDGER              PIC S9(10)V99.
       77  CLOSE-LEDGER             PIC S9(10)V99.
       77  ACCT-CHECKS-PAID         PIC S9(9)V99.
       77  ACCT-ACH-SETTLED         PIC S9(9)V99.
       77  ACCT-OTHER               PIC S9(9)V99.
       77  NEXT-TRAN-SEQ            PIC 9(5).

      *--------------------------------
      * Control totals - what was read,
      * to prove against the trailers
      *--------------------------------
       77  FILE-RECORD-COUNT        PIC 9(7).
       77  GROUP-RECORD-COUNT       PIC 9(7).
       77  ACCOUNT-RECORD-COUNT     PIC 9(7).
       77  FILE-CONTROL-SUM         PIC S9(13)V99.
       77  GROUP-CONTROL-SUM        PIC S9(13)V99.
       77  ACCOUNT-CONTROL-SUM      PIC S9(13)V99.
       77  GROUP-COUNT              PIC 9(5).
       77  GROUP-ACCOUNT-COUNT      PIC 9(5).
       77  TOTAL-ACCOUNT-COUNT      PIC 9(5).
       77  TRAILER-TOTAL            PIC S9(13)V99.
       77  TRAILER-NUMBER           PIC 9(7).
       77  TRAILER-COUNT            PIC 9(7).

       77  LOADED-COUNT             PIC 9(5) VALUE ZEROES.
       77  REPLACED-COUNT           PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  CHECKS-WRITTEN           PIC 9(5) VALUE ZEROES.
       77  ACH-ITEMS-WRITTEN        PIC 9(5) VALUE ZEROES.
       77  BALANCE-ONLY-COUNT       PIC 9(5) VALUE ZEROES.

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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O BAI2-LOG-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE BAI2-LOG-FILE.
           CLOSE BANK-ACCT-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM PROVE-THE-FILE
               IF BAI-PROBLEM NOT = SPACE
                   PERFORM REJECT-THE-FILE
               ELSE
                   PERFORM LOAD-THE-FILE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "LOAD THE BAI2 BANK FILE (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Pass 1 - read it all, post
      * nothing, stop at the first
      * thing wrong.
      *--------------------------------
       PROVE-THE-FILE.
           MOVE 1 TO PASS-NUMBER.
           MOVE SPACE TO BAI-PROBLEM.
           PERFORM READ-THE-FILE.
           IF BAI-PROBLEM = SPACE
               IF FILE-HEADER-SEEN = "N"
                   MOVE "THE FILE HAS NO 01 HEADER" TO BAI-NEW-PROBLEM
                   PERFORM SET-BAI-PROBLEM
               ELSE
               IF FILE-TRAILER-SEEN = "N"
                   MOVE "THE FILE HAS NO 99 TRAILER - IT IS INCOMPLETE"
                       TO BAI-NEW-PROBLEM
                   PERFORM SET-BAI-PROBLEM.

       REJECT-THE-FILE.
           DISPLAY " ".
           DISPLAY "BAI2 FILE REJECTED - NOTHING WAS LOADED".
           DISPLAY BAI-PROBLEM.
           DISPLAY "(AT OR NEAR LINE " BAI-PROBLEM-AT ")".

      *--------------------------------
      * Pass 2 - the same file again,
      * this time posting it.
      *--------------------------------
       LOAD-THE-FILE.
           MOVE 2 TO PASS-NUMBER.
           OPEN I-O BANK-BAL-FILE.
           OPEN I-O BANK-TRAN-FILE.
           OPEN OUTPUT BANK-FILE.
           PERFORM READ-THE-FILE.
           CLOSE BANK-BAL-FILE.
           CLOSE BANK-TRAN-FILE.
           CLOSE BANK-FILE.
           PERFORM LOG-THE-FILE.
           PERFORM DISPLAY-RUN-TOTALS.

       READ-THE-FILE.
           MOVE "N" TO FILE-HEADER-SEEN FILE-TRAILER-SEEN
                       IN-GROUP IN-ACCOUNT.
           MOVE ZEROES TO FILE-RECORD-COUNT FILE-CONTROL-SUM
                          GROUP-COUNT TOTAL-ACCOUNT-COUNT.
           OPEN INPUT BAI2-FILE.
           PERFORM READ-NEXT-PHYSICAL.
           PERFORM READ-NEXT-LOGICAL.
           PERFORM PROCESS-ALL-LOGICAL
               UNTIL LOGICAL-AT-END = "Y"
                  OR BAI-PROBLEM NOT = SPACE.
           CLOSE BAI2-FILE.

       PROCESS-ALL-LOGICAL.
           IF BAI-LOGICAL-LENGTH NOT = ZEROES
               PERFORM PROCESS-THIS-LOGICAL.
           PERFORM READ-NEXT-LOGICAL.

      *--------------------------------
      * The record counts on the
      * trailers take in every line,
      * continuations included.
      *--------------------------------
       PROCESS-THIS-LOGICAL.
           ADD BAI-PIECES TO FILE-RECORD-COUNT.
           IF IN-GROUP = "Y"
               ADD BAI-PIECES TO GROUP-RECORD-COUNT.
           IF IN-ACCOUNT = "Y"
               ADD BAI-PIECES TO ACCOUNT-RECORD-COUNT.
           MOVE 1 TO BAI-POINTER.
           MOVE "N" TO BAI-FIELDS-DONE.
           PERFORM NEXT-BAI-FIELD.
           MOVE BAI-FIELD TO BAI-RECORD-CODE.
           IF FILE-TRAILER-SEEN = "Y"
               MOVE "THERE ARE LINES AFTER THE 99 TRAILER"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM DO-ONE-RECORD-TYPE.

       DO-ONE-RECORD-TYPE.
           IF BAI-RECORD-CODE = "01"
               PERFORM DO-FILE-HEADER
           ELSE
           IF BAI-RECORD-CODE = "02"
               PERFORM DO-GROUP-HEADER
           ELSE
           IF BAI-RECORD-CODE = "03"
               PERFORM DO-ACCOUNT-HEADER
           ELSE
           IF BAI-RECORD-CODE = "16"
               PERFORM DO-TRANSACTION
           ELSE
           IF BAI-RECORD-CODE = "49"
               PERFORM DO-ACCOUNT-TRAILER
           ELSE
           IF BAI-RECORD-CODE = "98"
               PERFORM DO-GROUP-TRAILER
           ELSE
           IF BAI-RECORD-CODE = "99"
               PERFORM DO-FILE-TRAILER
           ELSE
               MOVE SPACE TO BAI-NEW-PROBLEM
               STRING "UNKNOWN OR MISPLACED RECORD CODE "
                      BAI-RECORD-CODE
                   DELIMITED BY SIZE INTO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM.

      *--------------------------------
      * 01 - sender, receiver, creation
      * date and time, file ID, record
      * length, block size, version.
      *--------------------------------
       DO-FILE-HEADER.
           IF FILE-HEADER-SEEN = "Y"
               MOVE "A SECOND 01 HEADER" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-FILE-HEADER.

       READ-FILE-HEADER.
           MOVE "Y" TO FILE-HEADER-SEEN.
           PERFORM NEXT-BAI-FIELD.
           MOVE BAI-FIELD TO HDR-SENDER.
           PERFORM NEXT-BAI-FIELD.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO HDR-CREATE-DATE.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO HDR-CREATE-TIME.
           PERFORM NEXT-BAI-FIELD.
           MOVE BAI-FIELD TO HDR-FILE-ID.
           PERFORM NEXT-BAI-FIELD 3 TIMES.
           MOVE BAI-FIELD TO HDR-VERSION.
           IF HDR-VERSION NOT = "2"
               MOVE "NOT A BAI VERSION 2 FILE" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF PASS-NUMBER = 1
               PERFORM CHECK-ALREADY-LOADED.

       CHECK-ALREADY-LOADED.
           MOVE HDR-SENDER TO BFL-SENDER.
           MOVE HDR-CREATE-DATE TO BFL-CREATE-DATE.
           MOVE HDR-CREATE-TIME TO BFL-CREATE-TIME.
           MOVE HDR-FILE-ID TO BFL-FILE-ID.
           PERFORM READ-LOG-RECORD.
           IF LOG-RECORD-FOUND = "Y"
               MOVE BFL-LOADED-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               MOVE SPACE TO BAI-NEW-PROBLEM
               STRING "THIS FILE WAS ALREADY LOADED ON "
                      FORMATTED-DATE " BY " BFL-LOADED-BY
                   DELIMITED BY SIZE INTO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM.

      *--------------------------------
      * 02 - receiver, originator,
      * group status, as-of date and
      * time, currency, as-of-date
      * modifier.
      *--------------------------------
       DO-GROUP-HEADER.
           IF FILE-HEADER-SEEN = "N" OR IN-GROUP = "Y"
               MOVE "02 GROUP HEADER OUT OF PLACE" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-GROUP-HEADER.

       READ-GROUP-HEADER.
           MOVE "Y" TO IN-GROUP.
           ADD 1 TO GROUP-COUNT.
           MOVE BAI-PIECES TO GROUP-RECORD-COUNT.
           MOVE ZEROES TO GROUP-CONTROL-SUM GROUP-ACCOUNT-COUNT.
           PERFORM NEXT-BAI-FIELD 4 TIMES.
           PERFORM CONVERT-BAI-NUMBER.
           COMPUTE GROUP-AS-OF-DATE = 20000000 + BAI-NUMBER.
           PERFORM NEXT-BAI-FIELD 3 TIMES.
           MOVE BAI-FIELD TO GROUP-MODIFIER.
           IF GROUP-MODIFIER = SPACE OR "2"
               MOVE "Y" TO GROUP-TAKES-DETAIL
           ELSE
               MOVE "N" TO GROUP-TAKES-DETAIL
               IF PASS-NUMBER = 2
                   ADD 1 TO BALANCE-ONLY-COUNT.

      *--------------------------------
      * 03 - account, currency, then
      * any number of summaries: type
      * code, amount, item count, funds
      * type.
      *--------------------------------
       DO-ACCOUNT-HEADER.
           IF IN-GROUP = "N" OR IN-ACCOUNT = "Y"
               MOVE "03 ACCOUNT HEADER OUT OF PLACE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-ACCOUNT-HEADER.

       READ-ACCOUNT-HEADER.
           MOVE "Y" TO IN-ACCOUNT.
           ADD 1 TO GROUP-ACCOUNT-COUNT TOTAL-ACCOUNT-COUNT.
           MOVE BAI-PIECES TO ACCOUNT-RECORD-COUNT.
           MOVE ZEROES TO ACCOUNT-CONTROL-SUM
                          OPEN-LEDGER CLOSE-LEDGER
                          ACCT-CHECKS-PAID ACCT-ACH-SETTLED
                          ACCT-OTHER.
           MOVE "N" TO OPEN-LEDGER-FOUND CLOSE-LEDGER-FOUND.
           MOVE 1 TO NEXT-TRAN-SEQ.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO ACCOUNT-NUMBER-IN.
           PERFORM NEXT-BAI-FIELD.
           PERFORM READ-ONE-SUMMARY
               UNTIL BAI-FIELDS-DONE = "Y".
           IF PASS-NUMBER = 2
               PERFORM CHECK-THE-ACCOUNT.

       READ-ONE-SUMMARY.
           PERFORM NEXT-BAI-FIELD.
           IF BAI-FIELD NOT = SPACE
               PERFORM CONVERT-BAI-TYPE-CODE
               PERFORM NEXT-BAI-FIELD
               PERFORM CONVERT-BAI-AMOUNT
               ADD BAI-AMOUNT TO ACCOUNT-CONTROL-SUM
               PERFORM KEEP-THE-LEDGER
               PERFORM NEXT-BAI-FIELD
               PERFORM NEXT-BAI-FIELD
               PERFORM SKIP-FUNDS-DETAIL.

       KEEP-THE-LEDGER.
           IF BAI-TYPE-OPEN-LEDGER
               MOVE BAI-AMOUNT TO OPEN-LEDGER
               MOVE "Y" TO OPEN-LEDGER-FOUND
           ELSE
           IF BAI-TYPE-CLOSE-LEDGER
               MOVE BAI-AMOUNT TO CLOSE-LEDGER
               MOVE "Y" TO CLOSE-LEDGER-FOUND.

       CHECK-THE-ACCOUNT.
           MOVE ACCOUNT-NUMBER-IN TO ACCT-NUMBER.
           PERFORM READ-ACCT-RECORD.
           MOVE ACCT-RECORD-FOUND TO ACCOUNT-IS-KNOWN.
           IF ACCOUNT-IS-KNOWN = "N"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "BAI2 ACCOUNT " ACCOUNT-NUMBER-IN
                       " IS NOT ON THE BANK ACCOUNT MASTER"
                       " - PASSED OVER".

      *--------------------------------
      * The funds type says how many
      * availability fields follow it:
      * S three, V two, D a count and
      * that many day/amount pairs.
      *--------------------------------
       SKIP-FUNDS-DETAIL.
           MOVE BAI-FIELD TO BAI-FUNDS-TYPE.
           IF BAI-FUNDS-TYPE = "S"
               PERFORM NEXT-BAI-FIELD 3 TIMES
           ELSE
           IF BAI-FUNDS-TYPE = "V"
               PERFORM NEXT-BAI-FIELD 2 TIMES
           ELSE
           IF BAI-FUNDS-TYPE = "D"
               PERFORM NEXT-BAI-FIELD
               PERFORM CONVERT-BAI-NUMBER
               COMPUTE BAI-SKIP-COUNT = BAI-NUMBER * 2
               PERFORM NEXT-BAI-FIELD BAI-SKIP-COUNT TIMES.

      *--------------------------------
      * 16 - type code, amount, funds
      * type, bank reference, customer
      * reference, text (the rest of
      * the line).
      *--------------------------------
       DO-TRANSACTION.
           IF IN-ACCOUNT = "N"
               MOVE "16 DETAIL OUTSIDE AN ACCOUNT" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-TRANSACTION.

       READ-TRANSACTION.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-TYPE-CODE.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-AMOUNT.
           ADD BAI-AMOUNT TO ACCOUNT-CONTROL-SUM.
           PERFORM NEXT-BAI-FIELD.
           PERFORM SKIP-FUNDS-DETAIL.
           PERFORM NEXT-BAI-FIELD.
           MOVE BAI-FIELD TO BTR-BANK-REF.
           PERFORM NEXT-BAI-FIELD.
           MOVE BAI-FIELD TO BTR-CUSTOMER-REF.
           MOVE SPACE TO BAI-TEXT.
           IF BAI-FIELDS-DONE = "N"
                   AND BAI-POINTER NOT > BAI-LOGICAL-LENGTH
               MOVE BAI-LOGICAL (BAI-POINTER:
                   BAI-LOGICAL-LENGTH - BAI-POINTER + 1)
                   TO BAI-TEXT.
           IF PASS-NUMBER = 2
                   AND ACCOUNT-IS-KNOWN = "Y"
                   AND GROUP-TAKES-DETAIL = "Y"
               PERFORM POST-THE-TRANSACTION.

       POST-THE-TRANSACTION.
           IF BAI-TYPE-CHECK-PAID
               ADD BAI-AMOUNT TO ACCT-CHECKS-PAID
               PERFORM WRITE-THE-PAID-CHECK
           ELSE
           IF BAI-TYPE-ACH-DEBIT
               ADD BAI-AMOUNT TO ACCT-ACH-SETTLED
               MOVE "D" TO BTR-DEBIT-CREDIT
               PERFORM WRITE-THE-ACH-ITEM
           ELSE
           IF BAI-TYPE-ACH-CREDIT
               ADD BAI-AMOUNT TO ACCT-OTHER
               MOVE "C" TO BTR-DEBIT-CREDIT
               PERFORM WRITE-THE-ACH-ITEM
           ELSE
           IF BAI-TYPE-IS-CREDIT
               ADD BAI-AMOUNT TO ACCT-OTHER
           ELSE
           IF BAI-TYPE-IS-DEBIT
               SUBTRACT BAI-AMOUNT FROM ACCT-OTHER.

      *--------------------------------
      * The bank's check serial number
      * is the customer reference; one
      * that is not a number goes over
      * as check zero and lands on
      * CHKCLR01's no-match register.
      *--------------------------------
       WRITE-THE-PAID-CHECK.
           MOVE BTR-CUSTOMER-REF TO BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE ACCOUNT-NUMBER-IN TO BANK-ACCOUNT.
           MOVE BAI-NUMBER TO BANK-CHECK-NUMBER.
           MOVE BAI-AMOUNT TO BANK-PAID-AMOUNT.
           MOVE GROUP-AS-OF-DATE TO BANK-PAID-DATE.
           WRITE BANK-RECORD.
           ADD 1 TO CHECKS-WRITTEN.

       WRITE-THE-ACH-ITEM.
           MOVE ACCOUNT-NUMBER-IN TO BTR-ACCOUNT.
           MOVE GROUP-AS-OF-DATE TO BTR-DATE.
           MOVE BAI-TYPE-CODE TO BTR-TYPE-CODE.
           MOVE BAI-AMOUNT TO BTR-AMOUNT.
           MOVE BAI-TEXT TO BTR-TEXT.
           MOVE HDR-FILE-ID TO BTR-FILE-ID.
           MOVE "N" TO TRAN-WRITE-DONE.
           PERFORM TRY-TRAN-WRITE
               UNTIL TRAN-WRITE-DONE = "Y"
                  OR NEXT-TRAN-SEQ = 99999.
           IF TRAN-WRITE-DONE NOT = "Y"
               DISPLAY "ERROR WRITING ACH TRANSACTION RECORD".

      *--------------------------------
      * An earlier file for the same
      * day may already hold the low
      * sequence numbers - walk forward
      * to a free one.
      *--------------------------------
       TRY-TRAN-WRITE.
           MOVE NEXT-TRAN-SEQ TO BTR-SEQ.
           ADD 1 TO NEXT-TRAN-SEQ.
           MOVE "Y" TO TRAN-WRITE-DONE.
           WRITE BANK-TRAN-RECORD
               INVALID KEY
               MOVE "N" TO TRAN-WRITE-DONE.
           IF TRAN-WRITE-DONE = "Y"
               ADD 1 TO ACH-ITEMS-WRITTEN.

      *--------------------------------
      * 49 - account control total and
      * record count.
      *--------------------------------
       DO-ACCOUNT-TRAILER.
           IF IN-ACCOUNT = "N"
               MOVE "49 ACCOUNT TRAILER OUT OF PLACE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-ACCOUNT-TRAILER.

       READ-ACCOUNT-TRAILER.
           MOVE "N" TO IN-ACCOUNT.
           PERFORM READ-TRAILER-TOTAL-COUNT.
           IF TRAILER-TOTAL NOT = ACCOUNT-CONTROL-SUM
               MOVE SPACE TO BAI-NEW-PROBLEM
               STRING "ACCOUNT " ACCOUNT-NUMBER-IN
                      " CONTROL TOTAL DOES NOT AGREE"
                   DELIMITED BY SIZE INTO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF TRAILER-COUNT NOT = ACCOUNT-RECORD-COUNT
               MOVE SPACE TO BAI-NEW-PROBLEM
               STRING "ACCOUNT " ACCOUNT-NUMBER-IN
                      " RECORD COUNT DOES NOT AGREE"
                   DELIMITED BY SIZE INTO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM.
           ADD ACCOUNT-CONTROL-SUM TO GROUP-CONTROL-SUM.
           IF PASS-NUMBER = 2 AND ACCOUNT-IS-KNOWN = "Y"
               PERFORM STORE-THE-BALANCE.

       READ-TRAILER-TOTAL-COUNT.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-AMOUNT.
           MOVE BAI-AMOUNT TO TRAILER-TOTAL.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO TRAILER-COUNT.

      *--------------------------------
      * Balances go in the way BALIMP01
      * puts them - a day already on
      * file is replaced.
      *--------------------------------
       STORE-THE-BALANCE.
           IF OPEN-LEDGER-FOUND = "N" AND CLOSE-LEDGER-FOUND = "N"
               DISPLAY "NO LEDGER BALANCE REPORTED FOR ACCOUNT "
                       ACCOUNT-NUMBER-IN
           ELSE
               PERFORM STORE-THE-LEDGER.

       STORE-THE-LEDGER.
           MOVE ACCOUNT-NUMBER-IN TO BAL-ACCOUNT.
           MOVE GROUP-AS-OF-DATE TO BAL-DATE.
           PERFORM READ-BAL-RECORD.
           MOVE ACCOUNT-NUMBER-IN TO BAL-ACCOUNT.
           MOVE GROUP-AS-OF-DATE TO BAL-DATE.
           IF CLOSE-LEDGER-FOUND = "Y"
               MOVE CLOSE-LEDGER TO BAL-BALANCE
           ELSE
               MOVE OPEN-LEDGER TO BAL-BALANCE.
           MOVE ACCT-CHECKS-PAID TO BAL-CHECKS-PAID.
           MOVE ACCT-ACH-SETTLED TO BAL-ACH-SETTLED.
           MOVE ACCT-OTHER TO BAL-OTHER-ACTIVITY.
           IF BAL-RECORD-FOUND = "Y"
               PERFORM REWRITE-BAL-RECORD
               ADD 1 TO REPLACED-COUNT
           ELSE
               PERFORM WRITE-BAL-RECORD
               ADD 1 TO LOADED-COUNT.

      *--------------------------------
      * 98 - group control total,
      * number of accounts, record
      * count.
      *--------------------------------
       DO-GROUP-TRAILER.
           IF IN-GROUP = "N" OR IN-ACCOUNT = "Y"
               MOVE "98 GROUP TRAILER OUT OF PLACE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-GROUP-TRAILER.

       READ-GROUP-TRAILER.
           MOVE "N" TO IN-GROUP.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-AMOUNT.
           MOVE BAI-AMOUNT TO TRAILER-TOTAL.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO TRAILER-NUMBER.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO TRAILER-COUNT.
           IF TRAILER-TOTAL NOT = GROUP-CONTROL-SUM
               MOVE "GROUP CONTROL TOTAL DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF TRAILER-NUMBER NOT = GROUP-ACCOUNT-COUNT
               MOVE "GROUP ACCOUNT COUNT DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF TRAILER-COUNT NOT = GROUP-RECORD-COUNT
               MOVE "GROUP RECORD COUNT DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM.
           ADD GROUP-CONTROL-SUM TO FILE-CONTROL-SUM.

      *--------------------------------
      * 99 - file control total, number
      * of groups, record count.
      *--------------------------------
       DO-FILE-TRAILER.
           IF FILE-HEADER-SEEN = "N" OR IN-GROUP = "Y"
               MOVE "99 FILE TRAILER OUT OF PLACE" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               PERFORM READ-FILE-TRAILER.

       READ-FILE-TRAILER.
           MOVE "Y" TO FILE-TRAILER-SEEN.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-AMOUNT.
           MOVE BAI-AMOUNT TO TRAILER-TOTAL.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO TRAILER-NUMBER.
           PERFORM NEXT-BAI-FIELD.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO TRAILER-COUNT.
           IF TRAILER-TOTAL NOT = FILE-CONTROL-SUM
               MOVE "FILE CONTROL TOTAL DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF TRAILER-NUMBER NOT = GROUP-COUNT
               MOVE "FILE GROUP COUNT DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF TRAILER-COUNT NOT = FILE-RECORD-COUNT
               MOVE "FILE RECORD COUNT DOES NOT AGREE"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM.

       SET-BAI-PROBLEM.
           IF BAI-PROBLEM = SPACE
               MOVE BAI-NEW-PROBLEM TO BAI-PROBLEM
               MOVE FILE-RECORD-COUNT TO BAI-PROBLEM-AT.

      *--------------------------------
      * The load goes on the log so the
      * same file is never taken twice.
      *--------------------------------
       LOG-THE-FILE.
           MOVE HDR-SENDER TO BFL-SENDER.
           MOVE HDR-CREATE-DATE TO BFL-CREATE-DATE.
           MOVE HDR-CREATE-TIME TO BFL-CREATE-TIME.
           MOVE HDR-FILE-ID TO BFL-FILE-ID.
           MOVE TODAYS-DATE TO BFL-LOADED-DATE.
           MOVE SIGNED-ON-OPERATOR TO BFL-LOADED-BY.
           MOVE FILE-CONTROL-SUM TO BFL-CONTROL-TOTAL.
           MOVE FILE-RECORD-COUNT TO BFL-RECORD-COUNT.
           MOVE TOTAL-ACCOUNT-COUNT TO BFL-ACCOUNT-COUNT.
           WRITE BAI2-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BAI2 LOAD LOG RECORD".

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
           DISPLAY "BAI2 FILE " HDR-FILE-ID " FROM " HDR-SENDER.
           DISPLAY "LINES READ:            " FILE-RECORD-COUNT.
           DISPLAY "BALANCE DAYS LOADED:   " LOADED-COUNT.
           DISPLAY "BALANCE DAYS REPLACED: " REPLACED-COUNT.
           DISPLAY "ACCOUNTS PASSED OVER:  " REJECTED-COUNT.
           DISPLAY "BALANCE-ONLY GROUPS:   " BALANCE-ONLY-COUNT.
           DISPLAY "ACH ITEMS WRITTEN:     " ACH-ITEMS-WRITTEN.
           DISPLAY "PAID CHECKS WRITTEN:   " CHECKS-WRITTEN.
           IF CHECKS-WRITTEN NOT = ZEROES
               DISPLAY "RUN CHKCLR01 TO CLEAR THE PAID CHECKS".

      *--------------------------------
      * Field routines
      *--------------------------------
       NEXT-BAI-FIELD.
           MOVE SPACE TO BAI-FIELD.
           IF BAI-FIELDS-DONE = "N"
               IF BAI-POINTER > BAI-LOGICAL-LENGTH
                   MOVE "Y" TO BAI-FIELDS-DONE
               ELSE
                   PERFORM UNSTRING-ONE-FIELD.

       UNSTRING-ONE-FIELD.
           MOVE SPACE TO BAI-DELIMITER.
           UNSTRING BAI-LOGICAL (1:BAI-LOGICAL-LENGTH)
               DELIMITED BY "," OR "/"
               INTO BAI-FIELD DELIMITER IN BAI-DELIMITER
               WITH POINTER BAI-POINTER.
           IF BAI-DELIMITER = "/"
               MOVE "Y" TO BAI-FIELDS-DONE.

       CONVERT-BAI-NUMBER.
           MOVE ZEROES TO BAI-NUMBER.
           IF BAI-FIELD NOT = SPACE
               UNSTRING BAI-FIELD DELIMITED BY SPACE
                   INTO BAI-NUMBER.
           IF BAI-NUMBER NOT NUMERIC
               MOVE ZEROES TO BAI-NUMBER.

       CONVERT-BAI-TYPE-CODE.
           PERFORM CONVERT-BAI-NUMBER.
           MOVE BAI-NUMBER TO BAI-TYPE-CODE.

      *--------------------------------
      * Amounts are whole cents with
      * an optional leading sign; an
      * empty amount is zero.
      *--------------------------------
       CONVERT-BAI-AMOUNT.
           MOVE ZEROES TO BAI-AMOUNT.
           MOVE SPACE TO BAI-SIGN.
           IF BAI-FIELD NOT = SPACE
               PERFORM CONVERT-THE-DIGITS.

       CONVERT-THE-DIGITS.
           MOVE BAI-FIELD TO BAI-AMOUNT-TEXT.
           IF BAI-FIELD (1:1) = "-" OR "+"
               MOVE BAI-FIELD (1:1) TO BAI-SIGN
               MOVE BAI-FIELD (2:) TO BAI-AMOUNT-TEXT.
           MOVE ZEROES TO BAI-DIGITS.
           UNSTRING BAI-AMOUNT-TEXT DELIMITED BY SPACE
               INTO BAI-DIGITS.
           IF BAI-DIGITS NOT NUMERIC
               MOVE "AN AMOUNT IS NOT NUMERIC" TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
               COMPUTE BAI-AMOUNT = BAI-DIGITS / 100
               IF BAI-SIGN = "-"
                   COMPUTE BAI-AMOUNT = ZERO - BAI-AMOUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-PHYSICAL.
           MOVE "N" TO BAI2-FILE-AT-END.
           READ BAI2-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BAI2-FILE-AT-END.

      *--------------------------------
      * A logical record is the line in
      * hand plus any 88 lines after
      * it, each joined on with a comma
      * in place of the "/" and the
      * "88," it began with.
      *--------------------------------
       READ-NEXT-LOGICAL.
           IF BAI2-FILE-AT-END = "Y"
               MOVE "Y" TO LOGICAL-AT-END
           ELSE
               MOVE "N" TO LOGICAL-AT-END
               PERFORM BUILD-THE-LOGICAL.

       BUILD-THE-LOGICAL.
           MOVE SPACE TO BAI-LOGICAL.
           PERFORM FIND-THE-RECORD-END.
           MOVE BAI-END TO BAI-LOGICAL-LENGTH.
           IF BAI-END > ZEROES
               MOVE BAI2-RECORD (1:BAI-END)
                   TO BAI-LOGICAL (1:BAI-END).
           MOVE 1 TO BAI-PIECES.
           PERFORM READ-NEXT-PHYSICAL.
           PERFORM ADD-A-CONTINUATION
               UNTIL BAI2-FILE-AT-END = "Y"
                  OR BAI2-RECORD-CODE NOT = "88".

       ADD-A-CONTINUATION.
           ADD 1 TO BAI-PIECES.
           PERFORM FIND-THE-RECORD-END.
           IF BAI-LOGICAL-LENGTH > ZEROES
               IF BAI-LOGICAL (BAI-LOGICAL-LENGTH:1) = "/"
                   SUBTRACT 1 FROM BAI-LOGICAL-LENGTH.
           IF BAI-LOGICAL-LENGTH + BAI-END > 2000
               MOVE "A CONTINUED RECORD IS TOO LONG"
                   TO BAI-NEW-PROBLEM
               PERFORM SET-BAI-PROBLEM
           ELSE
           IF BAI-END > 3
               PERFORM APPEND-THE-CONTINUATION.
           PERFORM READ-NEXT-PHYSICAL.

       APPEND-THE-CONTINUATION.
           ADD 1 TO BAI-LOGICAL-LENGTH.
           MOVE "," TO BAI-LOGICAL (BAI-LOGICAL-LENGTH:1).
           MOVE BAI2-RECORD (4:BAI-END - 3)
               TO BAI-LOGICAL (BAI-LOGICAL-LENGTH + 1:BAI-END - 3).
           COMPUTE BAI-LOGICAL-LENGTH =
               BAI-LOGICAL-LENGTH + BAI-END - 3.

       FIND-THE-RECORD-END.
           MOVE 256 TO BAI-END.
           PERFORM STEP-BACK-ONE
               UNTIL BAI-END = ZEROES
                  OR BAI2-RECORD (BAI-END:1) NOT = SPACE.

       STEP-BACK-ONE.
           SUBTRACT 1 FROM BAI-END.

       READ-LOG-RECORD.
           MOVE "Y" TO LOG-RECORD-FOUND.
           READ BAI2-LOG-FILE RECORD
               INVALID KEY
               MOVE "N" TO LOG-RECORD-FOUND.

       READ-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

       READ-BAL-RECORD.
           MOVE "Y" TO BAL-RECORD-FOUND.
           READ BANK-BAL-FILE RECORD
               INVALID KEY
               MOVE "N" TO BAL-RECORD-FOUND.

       WRITE-BAL-RECORD.
           WRITE BANK-BAL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING BALANCE RECORD".

       REWRITE-BAL-RECORD.
           REWRITE BANK-BAL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BALANCE RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

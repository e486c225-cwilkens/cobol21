      * for the Bank Account master file.
      * The GL cash account is validated
      * against the chart of accounts.
      *
      * Each account also carries the
      * minimum balance treasury keeps in
      * it and the account that funds it;
      * the funding account must be
      * another active account on file.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  COA-RECORD-FOUND            PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  ACCT-NUMBER-FIELD           PIC Z(10).
       77  MINIMUM-ENTRY               PIC 9(9)V99.
       77  MINIMUM-FIELD               PIC ZZZ,ZZZ,ZZ9.99-.
       77  FUNDING-IS-VALID            PIC X.

       01  SAVE-ACCT-RECORD            PIC X(108).

           COPY "wscase01.cbl".

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
           PERFORM ENTER-ACCT-DESCRIPTION.
           PERFORM ENTER-ACCT-GL-CASH.
           PERFORM ENTER-ACCT-STATUS.
           PERFORM ENTER-ACCT-MINIMUM-BALANCE.
           PERFORM ENTER-ACCT-FUNDING-ACCOUNT.

      *--------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 7.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-ACCT-GL-CASH.
           IF WHICH-FIELD = 4
               PERFORM ENTER-ACCT-STATUS.
           IF WHICH-FIELD = 5
               PERFORM ENTER-ACCT-MINIMUM-BALANCE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-ACCT-FUNDING-ACCOUNT.

           PERFORM REWRITE-ACCT-RECORD.

      *--------------------------------
       INIT-ACCT-RECORD.
           MOVE SPACE TO BANK-ACCT-RECORD.
           MOVE ZEROES TO ACCT-NUMBER
                          ACCT-MINIMUM-BALANCE
                          ACCT-FUNDING-ACCOUNT.
           MOVE "A" TO ACCT-STATUS.

      *------------------------------------
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-ACCT-STATUS.

       ENTER-ACCT-MINIMUM-BALANCE.
           DISPLAY "ENTER THE MINIMUM BALANCE TO KEEP".
           DISPLAY "IN THE ACCOUNT (0 FOR NONE)".
           ACCEPT MINIMUM-ENTRY.
           MOVE MINIMUM-ENTRY TO ACCT-MINIMUM-BALANCE.

      *------------------------------------
      * The account that tops this one up
      * - another active account on file,
      * or zero for none. The record in
      * hand is put back after the look.
      *------------------------------------
       ENTER-ACCT-FUNDING-ACCOUNT.
           PERFORM ACCEPT-ACCT-FUNDING-ACCOUNT.
           PERFORM RE-ACCEPT-ACCT-FUNDING-ACCOUNT
               UNTIL FUNDING-IS-VALID = "Y".

       ACCEPT-ACCT-FUNDING-ACCOUNT.
           DISPLAY "ENTER THE FUNDING ACCOUNT (0 FOR NONE)".
           ACCEPT ACCT-NUMBER-FIELD.
           MOVE ACCT-NUMBER-FIELD TO ACCT-FUNDING-ACCOUNT.
           MOVE "Y" TO FUNDING-IS-VALID.
           IF ACCT-FUNDING-ACCOUNT = ACCT-NUMBER
               MOVE "N" TO FUNDING-IS-VALID
           ELSE
           IF ACCT-FUNDING-ACCOUNT NOT = ZEROES
               PERFORM CHECK-THE-FUNDING-ACCOUNT.

       CHECK-THE-FUNDING-ACCOUNT.
           MOVE BANK-ACCT-RECORD TO SAVE-ACCT-RECORD.
           MOVE ACCT-FUNDING-ACCOUNT TO ACCT-NUMBER.
           PERFORM READ-ACCT-RECORD.
           IF ACCT-RECORD-FOUND = "N" OR ACCT-IS-INACTIVE
               MOVE "N" TO FUNDING-IS-VALID.
           MOVE SAVE-ACCT-RECORD TO BANK-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.

       RE-ACCEPT-ACCT-FUNDING-ACCOUNT.
           DISPLAY "THE FUNDING ACCOUNT MUST BE ANOTHER".
           DISPLAY "ACTIVE ACCOUNT ON FILE".
           PERFORM ACCEPT-ACCT-FUNDING-ACCOUNT.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
               DISPLAY "4. STATUS: INACTIVE"
           ELSE
               DISPLAY "4. STATUS: ACTIVE".
           MOVE ACCT-MINIMUM-BALANCE TO MINIMUM-FIELD.
           DISPLAY "5. MINIMUM BALANCE: " MINIMUM-FIELD.
           DISPLAY "6. FUNDING ACCOUNT: " ACCT-FUNDING-ACCOUNT.
           DISPLAY " ".

      *--------------------------------
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

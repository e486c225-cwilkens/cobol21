       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Petty Cash Fund file -
      * one record per office cash box,
      * with its custodian, imprest
      * amount, the GL account that
      * carries it and the account cash
      * over/short posts to. A fund with
      * slips on file cannot be deleted;
      * mark it inactive instead.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpcf01.cbl".

           COPY "slemp01.cbl".

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpcf01.cbl".

           COPY "fdemp01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  PCF-RECORD-FOUND            PIC X.
       77  EMP-RECORD-FOUND            PIC X.
       77  COA-RECORD-FOUND            PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  SLIPS-ON-FILE               PIC X.
       77  EMP-NUMBER-FIELD            PIC Z(7).
       77  AMOUNT-ENTRY                PIC Z,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD                PIC Z,ZZZ,ZZ9.99-.

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
           OPEN I-O PETTY-CASH-FUND-FILE.
           OPEN I-O PETTY-CASH-SLIP-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT COA-FILE.

       CLOSING-PROCEDURE.
           CLOSE PETTY-CASH-FUND-FILE.
           CLOSE PETTY-CASH-SLIP-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE COA-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PETTY CASH FUND MAINTENANCE".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD RECORDS".
           DISPLAY "          2.  CHANGE A RECORD".
           DISPLAY "          3.  LOOK UP A RECORD".
           DISPLAY "          4.  DELETE A RECORD".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM GET-NEW-RECORD-KEY.
           PERFORM ADD-RECORDS
               UNTIL ADD-ANOTHER = "N".

       GET-NEW-RECORD-KEY.
           PERFORM ACCEPT-NEW-RECORD-KEY.
           PERFORM RE-ACCEPT-NEW-RECORD-KEY
               UNTIL PCF-ID = SPACE OR
                     PCF-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-PCF-RECORD.
           DISPLAY "ENTER NEW FUND ID".
           DISPLAY "ENTER BLANK TO STOP ENTRY".
           ACCEPT PCF-ID.
           INSPECT PCF-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PCF-RECORD-FOUND.
           IF PCF-ID NOT = SPACE
               PERFORM READ-PCF-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT FUND IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF PCF-ID NOT = SPACE
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-PCF-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER FUND (Y/N)?".
           ACCEPT ADD-ANOTHER.
           INSPECT ADD-ANOTHER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

           IF ADD-ANOTHER = "Y"
               PERFORM GET-NEW-RECORD-KEY.

       RE-ACCEPT-ADD-ANOTHER.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-ADD-ANOTHER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-PCF-DESCRIPTION.
           PERFORM ENTER-PCF-CUSTODIAN.
           PERFORM ENTER-PCF-IMPREST-AMOUNT.
           PERFORM ENTER-PCF-CASH-ACCT.
           PERFORM ENTER-PCF-OVER-SHORT-ACCT.
           PERFORM ENTER-PCF-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PCF-ID = SPACE.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM GET-EXISTING-RECORD.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 7.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-6) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-PCF-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-PCF-CUSTODIAN.
           IF WHICH-FIELD = 3
               PERFORM ENTER-PCF-IMPREST-AMOUNT.
           IF WHICH-FIELD = 4
               PERFORM ENTER-PCF-CASH-ACCT.
           IF WHICH-FIELD = 5
               PERFORM ENTER-PCF-OVER-SHORT-ACCT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-PCF-STATUS.

           PERFORM REWRITE-PCF-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PCF-ID = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - only a fund with no
      * slips on file; one with history
      * is made inactive instead.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PCF-ID = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM CHECK-FOR-SLIPS.
           IF SLIPS-ON-FILE = "Y"
               DISPLAY "THIS FUND HAS PETTY CASH SLIPS ON FILE"
               DISPLAY "AND CANNOT BE DELETED - CHANGE THE STATUS"
               DISPLAY "TO INACTIVE INSTEAD"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-PCF-RECORD.
           PERFORM GET-EXISTING-RECORD.

       CHECK-FOR-SLIPS.
           MOVE "Y" TO SLIPS-ON-FILE.
           MOVE PCF-ID TO PCS-FUND.
           MOVE ZEROES TO PCS-SEQ.
           START PETTY-CASH-SLIP-FILE
               KEY NOT < PCS-KEY
               INVALID KEY
               MOVE "N" TO SLIPS-ON-FILE.
           IF SLIPS-ON-FILE = "Y"
               READ PETTY-CASH-SLIP-FILE NEXT RECORD
                   AT END
                   MOVE "N" TO SLIPS-ON-FILE.
           IF SLIPS-ON-FILE = "Y"
               AND PCS-FUND NOT = PCF-ID
               MOVE "N" TO SLIPS-ON-FILE.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS RECORD (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * Routines shared by all modes
      *--------------------------------
       INIT-PCF-RECORD.
           MOVE SPACE TO PETTY-CASH-FUND-RECORD.
           MOVE ZEROES TO PCF-CUSTODIAN
                          PCF-IMPREST-AMOUNT
                          PCF-LAST-COUNT-DATE
                          PCF-LAST-COUNT-CASH.
           MOVE "A" TO PCF-STATUS.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-PCF-DESCRIPTION.
           PERFORM ACCEPT-PCF-DESCRIPTION.
           PERFORM RE-ACCEPT-PCF-DESCRIPTION
               UNTIL PCF-DESCRIPTION NOT = SPACE.

       ACCEPT-PCF-DESCRIPTION.
           DISPLAY "ENTER FUND DESCRIPTION (OFFICE)".
           ACCEPT PCF-DESCRIPTION.
           INSPECT PCF-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PCF-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-PCF-DESCRIPTION.

      *------------------------------------
      * The custodian must be an active
      * employee - the replenishment
      * check is made out to them.
      *------------------------------------
       ENTER-PCF-CUSTODIAN.
           PERFORM ACCEPT-PCF-CUSTODIAN.
           PERFORM RE-ACCEPT-PCF-CUSTODIAN
               UNTIL EMP-RECORD-FOUND = "Y" AND EMP-IS-ACTIVE.

       ACCEPT-PCF-CUSTODIAN.
           DISPLAY "ENTER CUSTODIAN EMPLOYEE NUMBER".
           ACCEPT EMP-NUMBER-FIELD.
           MOVE EMP-NUMBER-FIELD TO PCF-CUSTODIAN.
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMP-RECORD.
           IF EMP-RECORD-FOUND = "Y"
               DISPLAY "CUSTODIAN: " EMP-NAME.

       RE-ACCEPT-PCF-CUSTODIAN.
           DISPLAY "THE CUSTODIAN MUST BE AN ACTIVE EMPLOYEE".
           DISPLAY "ON FILE - SEE EMPMNT01".
           PERFORM ACCEPT-PCF-CUSTODIAN.

       ENTER-PCF-IMPREST-AMOUNT.
           PERFORM ACCEPT-PCF-IMPREST-AMOUNT.
           PERFORM RE-ACCEPT-PCF-IMPREST-AMOUNT
               UNTIL PCF-IMPREST-AMOUNT > ZEROES.

       ACCEPT-PCF-IMPREST-AMOUNT.
           DISPLAY "ENTER IMPREST AMOUNT".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO PCF-IMPREST-AMOUNT.

       RE-ACCEPT-PCF-IMPREST-AMOUNT.
           DISPLAY "THE IMPREST AMOUNT MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-PCF-IMPREST-AMOUNT.

       ENTER-PCF-CASH-ACCT.
           PERFORM ACCEPT-PCF-CASH-ACCT.
           PERFORM RE-ACCEPT-PCF-CASH-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-PCF-CASH-ACCT.
           DISPLAY "ENTER GL PETTY CASH ACCOUNT".
           ACCEPT PCF-CASH-ACCT.
           INSPECT PCF-CASH-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE PCF-CASH-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-PCF-CASH-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-PCF-CASH-ACCT.

       ENTER-PCF-OVER-SHORT-ACCT.
           PERFORM ACCEPT-PCF-OVER-SHORT-ACCT.
           PERFORM RE-ACCEPT-PCF-OVER-SHORT-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-PCF-OVER-SHORT-ACCT.
           DISPLAY "ENTER GL CASH OVER/SHORT ACCOUNT".
           ACCEPT PCF-OVER-SHORT-ACCT.
           INSPECT PCF-OVER-SHORT-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE PCF-OVER-SHORT-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-PCF-OVER-SHORT-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-PCF-OVER-SHORT-ACCT.

       CHECK-THE-ACCOUNT.
           MOVE "N" TO COA-RECORD-FOUND.
           IF COA-ACCOUNT NOT = SPACE
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       ACCOUNT-ERROR-MESSAGE.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".

       ENTER-PCF-STATUS.
           PERFORM ACCEPT-PCF-STATUS.
           PERFORM RE-ACCEPT-PCF-STATUS
               UNTIL PCF-IS-ACTIVE OR PCF-IS-INACTIVE.

       ACCEPT-PCF-STATUS.
           DISPLAY "ENTER STATUS - A(CTIVE) OR I(NACTIVE)".
           ACCEPT PCF-STATUS.
           INSPECT PCF-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PCF-STATUS.
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-PCF-STATUS.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL PCF-RECORD-FOUND = "Y" OR
                     PCF-ID = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-PCF-RECORD.
           DISPLAY "ENTER FUND ID TO " THE-MODE.
           DISPLAY "(BLANK TO EXIT)".
           ACCEPT PCF-ID.
           INSPECT PCF-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PCF-RECORD-FOUND.
           IF PCF-ID NOT = SPACE
               PERFORM READ-PCF-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           MOVE PCF-CUSTODIAN TO EMP-NUMBER.
           PERFORM READ-EMP-RECORD.
           IF EMP-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO EMP-NAME.
           DISPLAY " ".
           DISPLAY "   FUND: " PCF-ID.
           DISPLAY "1. DESCRIPTION: " PCF-DESCRIPTION.
           DISPLAY "2. CUSTODIAN: " PCF-CUSTODIAN " " EMP-NAME.
           MOVE PCF-IMPREST-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "3. IMPREST AMOUNT: " AMOUNT-FIELD.
           DISPLAY "4. PETTY CASH ACCOUNT: " PCF-CASH-ACCT.
           DISPLAY "5. OVER/SHORT ACCOUNT: " PCF-OVER-SHORT-ACCT.
           IF PCF-IS-INACTIVE
               DISPLAY "6. STATUS: INACTIVE"
           ELSE
               DISPLAY "6. STATUS: ACTIVE".
           IF PCF-LAST-COUNT-DATE = ZEROES
               DISPLAY "   NEVER COUNTED"
           ELSE
               MOVE PCF-LAST-COUNT-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               MOVE PCF-LAST-COUNT-CASH TO AMOUNT-FIELD
               DISPLAY "   LAST COUNTED " FORMATTED-DATE
                       " - CASH " AMOUNT-FIELD.
           DISPLAY " ".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-PCF-RECORD.
           MOVE "Y" TO PCF-RECORD-FOUND.
           READ PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               MOVE "N" TO PCF-RECORD-FOUND.

       WRITE-PCF-RECORD.
           WRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PCF-RECORD.
           REWRITE PETTY-CASH-FUND-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FUND RECORD".

       DELETE-PCF-RECORD.
           DELETE PETTY-CASH-FUND-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING FUND RECORD".

       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

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

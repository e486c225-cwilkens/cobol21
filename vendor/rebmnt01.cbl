       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Vendor Rebate Agreement
      * file - the spend tiers and rebate
      * percents a vendor's volume-
      * incentive program pays on, and
      * the GL accounts REBRPT01 accrues
      * the rebate receivable to. An
      * agreement that has had rebate
      * accrued against it cannot be
      * deleted.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slreb01.cbl".

           COPY "slvnd02.cbl".

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdreb01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  REB-RECORD-FOUND            PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  COA-RECORD-FOUND            PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  VENDOR-NUMBER-FIELD         PIC Z(7).
       77  REB-SEQ-FIELD               PIC ZZ9.

       77  TIER-SUB                    PIC 9.
       77  TIERS-DONE                  PIC X.
       77  PRIOR-TIER-SPEND            PIC 9(9)V99.
       77  SPEND-ENTRY                 PIC ZZZ,ZZZ,ZZ9.99.
       77  SPEND-FIELD                 PIC ZZZ,ZZZ,ZZ9.99.
       77  PCT-FIELD                   PIC Z9.999.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O REBATE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT COA-FILE.

       CLOSING-PROCEDURE.
           CLOSE REBATE-FILE.
           CLOSE VENDOR-FILE.
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
           DISPLAY "    REBATE AGREEMENT MAINTENANCE".
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
               UNTIL REB-VENDOR = ZEROES OR
                     REB-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-REB-RECORD.
           PERFORM GET-THE-VENDOR.
           MOVE "N" TO REB-RECORD-FOUND.
           IF REB-VENDOR NOT = ZEROES
               PERFORM GET-THE-AGREEMENT-NUMBER
               PERFORM READ-REB-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT AGREEMENT IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF REB-VENDOR NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-REB-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER AGREEMENT (Y/N)?".
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
           PERFORM ENTER-REB-DESCRIPTION.
           PERFORM ENTER-REB-START-DATE.
           PERFORM ENTER-REB-END-DATE.
           PERFORM ENTER-REB-TIERS.
           PERFORM ENTER-REB-RECEIVABLE-ACCT.
           PERFORM ENTER-REB-INCOME-ACCT.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL REB-VENDOR = ZEROES.

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
               PERFORM ENTER-REB-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-REB-START-DATE.
           IF WHICH-FIELD = 3
               PERFORM ENTER-REB-END-DATE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-REB-TIERS.
           IF WHICH-FIELD = 5
               PERFORM ENTER-REB-RECEIVABLE-ACCT.
           IF WHICH-FIELD = 6
               PERFORM ENTER-REB-INCOME-ACCT.

           PERFORM REWRITE-REB-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL REB-VENDOR = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - an agreement with
      * rebate accrued against it stays
      * on file until the receivable is
      * settled and the GL is square.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL REB-VENDOR = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF REB-ACCRUED-TO-DATE NOT = ZEROES
               DISPLAY "REBATE HAS BEEN ACCRUED ON THIS AGREEMENT"
               DISPLAY "AND IT CANNOT BE DELETED"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-REB-RECORD.
           PERFORM GET-EXISTING-RECORD.

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
       INIT-REB-RECORD.
           MOVE SPACE TO REBATE-RECORD.
           MOVE ZEROES TO REB-VENDOR
                          REB-SEQ
                          REB-START-DATE
                          REB-END-DATE
                          REB-ACCRUED-TO-DATE
                          REB-LAST-ACCRUAL-DATE.
           PERFORM CLEAR-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.

       CLEAR-ONE-TIER.
           MOVE ZEROES TO REB-TIER-SPEND (TIER-SUB)
                          REB-TIER-PCT (TIER-SUB).

       GET-THE-VENDOR.
           PERFORM ACCEPT-THE-VENDOR.
           PERFORM RE-ACCEPT-THE-VENDOR
               UNTIL REB-VENDOR = ZEROES
                   OR VENDOR-RECORD-FOUND = "Y".

       ACCEPT-THE-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE.
           DISPLAY "(0 TO EXIT)".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO REB-VENDOR.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF REB-VENDOR NOT = ZEROES
               MOVE REB-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-THE-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-THE-VENDOR.

       GET-THE-AGREEMENT-NUMBER.
           PERFORM ACCEPT-THE-AGREEMENT-NUMBER.
           PERFORM RE-ACCEPT-THE-AGREEMENT-NUMBER
               UNTIL REB-SEQ NOT = ZEROES.

       ACCEPT-THE-AGREEMENT-NUMBER.
           DISPLAY "ENTER AGREEMENT NUMBER (1-999)".
           ACCEPT REB-SEQ-FIELD.
           MOVE REB-SEQ-FIELD TO REB-SEQ.

       RE-ACCEPT-THE-AGREEMENT-NUMBER.
           DISPLAY "THE AGREEMENT NUMBER MUST NOT BE ZERO".
           PERFORM ACCEPT-THE-AGREEMENT-NUMBER.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-REB-DESCRIPTION.
           PERFORM ACCEPT-REB-DESCRIPTION.
           PERFORM RE-ACCEPT-REB-DESCRIPTION
               UNTIL REB-DESCRIPTION NOT = SPACE.

       ACCEPT-REB-DESCRIPTION.
           DISPLAY "ENTER AGREEMENT DESCRIPTION".
           ACCEPT REB-DESCRIPTION.
           INSPECT REB-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REB-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-REB-DESCRIPTION.

       ENTER-REB-START-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "AGREEMENT EFFECTIVE FROM (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN EFFECTIVE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO REB-START-DATE.

       ENTER-REB-END-DATE.
           PERFORM ACCEPT-REB-END-DATE.
           PERFORM RE-ACCEPT-REB-END-DATE
               UNTIL REB-END-DATE NOT < REB-START-DATE.

       ACCEPT-REB-END-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "AGREEMENT EFFECTIVE THROUGH (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO REB-END-DATE.

       RE-ACCEPT-REB-END-DATE.
           DISPLAY "THE END DATE MAY NOT BE BEFORE THE START".
           PERFORM ACCEPT-REB-END-DATE.

      *------------------------------------
      * Tiers go in lowest spend first,
      * each above the one before; a zero
      * spend ends the list. At least one
      * tier is needed.
      *------------------------------------
       ENTER-REB-TIERS.
           PERFORM CLEAR-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           MOVE ZEROES TO PRIOR-TIER-SPEND.
           MOVE "N" TO TIERS-DONE.
           PERFORM ENTER-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5
                   OR TIERS-DONE = "Y".

       ENTER-ONE-TIER.
           PERFORM ACCEPT-TIER-SPEND.
           PERFORM RE-ACCEPT-TIER-SPEND
               UNTIL (REB-TIER-SPEND (TIER-SUB) = ZEROES
                      AND TIER-SUB > 1)
                  OR REB-TIER-SPEND (TIER-SUB) > PRIOR-TIER-SPEND.
           IF REB-TIER-SPEND (TIER-SUB) = ZEROES
               MOVE "Y" TO TIERS-DONE
           ELSE
               MOVE REB-TIER-SPEND (TIER-SUB) TO PRIOR-TIER-SPEND
               PERFORM ENTER-TIER-PCT.

       ACCEPT-TIER-SPEND.
           DISPLAY "TIER " TIER-SUB
                   " - ANNUAL SPEND THAT EARNS IT (0 TO END)?".
           ACCEPT SPEND-ENTRY.
           MOVE SPEND-ENTRY TO REB-TIER-SPEND (TIER-SUB).

       RE-ACCEPT-TIER-SPEND.
           IF TIER-SUB = 1
               DISPLAY "AT LEAST ONE TIER IS NEEDED"
           ELSE
               DISPLAY "EACH TIER MUST BE ABOVE THE ONE BEFORE".
           PERFORM ACCEPT-TIER-SPEND.

       ENTER-TIER-PCT.
           PERFORM ACCEPT-TIER-PCT.
           PERFORM RE-ACCEPT-TIER-PCT
               UNTIL REB-TIER-PCT (TIER-SUB) NOT = ZEROES.

       ACCEPT-TIER-PCT.
           DISPLAY "TIER " TIER-SUB " - REBATE PERCENT?".
           ACCEPT REB-TIER-PCT (TIER-SUB).

       RE-ACCEPT-TIER-PCT.
           DISPLAY "THE PERCENT MUST NOT BE ZERO".
           PERFORM ACCEPT-TIER-PCT.

       ENTER-REB-RECEIVABLE-ACCT.
           PERFORM ACCEPT-REB-RECEIVABLE-ACCT.
           PERFORM RE-ACCEPT-REB-RECEIVABLE-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-REB-RECEIVABLE-ACCT.
           DISPLAY "ENTER GL REBATE RECEIVABLE ACCOUNT".
           ACCEPT REB-RECEIVABLE-ACCT.
           INSPECT REB-RECEIVABLE-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE REB-RECEIVABLE-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-REB-RECEIVABLE-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-REB-RECEIVABLE-ACCT.

       ENTER-REB-INCOME-ACCT.
           PERFORM ACCEPT-REB-INCOME-ACCT.
           PERFORM RE-ACCEPT-REB-INCOME-ACCT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-REB-INCOME-ACCT.
           DISPLAY "ENTER GL REBATE INCOME ACCOUNT".
           ACCEPT REB-INCOME-ACCT.
           INSPECT REB-INCOME-ACCT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE REB-INCOME-ACCT TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-REB-INCOME-ACCT.
           PERFORM ACCOUNT-ERROR-MESSAGE.
           PERFORM ACCEPT-REB-INCOME-ACCT.

       CHECK-THE-ACCOUNT.
           MOVE "N" TO COA-RECORD-FOUND.
           IF COA-ACCOUNT NOT = SPACE
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       ACCOUNT-ERROR-MESSAGE.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL REB-RECORD-FOUND = "Y" OR
                     REB-VENDOR = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-REB-RECORD.
           PERFORM GET-THE-VENDOR.
           MOVE "N" TO REB-RECORD-FOUND.
           IF REB-VENDOR NOT = ZEROES
               PERFORM GET-THE-AGREEMENT-NUMBER
               PERFORM READ-REB-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   VENDOR: " REB-VENDOR " " VENDOR-NAME.
           DISPLAY "   AGREEMENT: " REB-SEQ.
           DISPLAY "1. DESCRIPTION: " REB-DESCRIPTION.
           MOVE REB-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "2. EFFECTIVE FROM: " FORMATTED-DATE.
           MOVE REB-END-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "3. EFFECTIVE THROUGH: " FORMATTED-DATE.
           DISPLAY "4. TIERS:".
           PERFORM DISPLAY-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           DISPLAY "5. RECEIVABLE ACCOUNT: " REB-RECEIVABLE-ACCT.
           DISPLAY "6. INCOME ACCOUNT: " REB-INCOME-ACCT.
           MOVE REB-ACCRUED-TO-DATE TO AMOUNT-FIELD.
           IF REB-LAST-ACCRUAL-DATE = ZEROES
               DISPLAY "   NOTHING ACCRUED YET"
           ELSE
               MOVE REB-LAST-ACCRUAL-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "   ACCRUED " AMOUNT-FIELD
                       " THROUGH " FORMATTED-DATE.
           DISPLAY " ".

       DISPLAY-ONE-TIER.
           IF REB-TIER-SPEND (TIER-SUB) NOT = ZEROES
               MOVE REB-TIER-SPEND (TIER-SUB) TO SPEND-FIELD
               MOVE REB-TIER-PCT (TIER-SUB) TO PCT-FIELD
               DISPLAY "     SPEND " SPEND-FIELD
                       "  EARNS " PCT-FIELD "%".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-REB-RECORD.
           MOVE "Y" TO REB-RECORD-FOUND.
           READ REBATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO REB-RECORD-FOUND.

       WRITE-REB-RECORD.
           WRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-REB-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".

       DELETE-REB-RECORD.
           DELETE REBATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING REBATE RECORD".

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADBMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the ACH Debit Block authorized
      * originator file (FDADB01) - the
      * companies the bank lets debit each
      * of our accounts, each with its
      * largest allowed debit and the date
      * its authorization runs out.
      * ADBEXP01 sends the list to the
      * bank.
      *
      * The list decides who can take
      * money straight out of the bank,
      * so the whole program needs a
      * level-9 supervisor, and every add,
      * change and delete is written to
      * the change audit (FDADBAUD) with
      * the operator who made it. Pick 5
      * shows an originator's history,
      * deleted originators included.
      *
      * Each originator that is a vendor
      * (the utility, the tax authority)
      * carries its vendor number so the
      * list can be cross-checked against
      * the vendor file.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sladb01.cbl".

           COPY "sladbaud.cbl".

           COPY "slact01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdadb01.cbl".

           COPY "fdadbaud.cbl".

           COPY "fdact01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 5.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  ADB-RECORD-FOUND            PIC X.
       77  ACCT-RECORD-FOUND           PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  AUDIT-FILE-AT-END           PIC X.
       77  AUDIT-WRITE-DONE            PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  HISTORY-COUNT               PIC 9(4).

       77  TODAY-DATE                  PIC 9(8).

       77  ACCOUNT-ENTRY               PIC Z(10).
       77  VENDOR-ENTRY                PIC Z(7).
       77  AMOUNT-ENTRY                PIC ZZ,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.

       77  SAVE-NAME                   PIC X(30).
       77  SAVE-MAX-AMOUNT             PIC S9(8)V99.
       77  SAVE-EXPIRE-DATE            PIC 9(8).
       77  SAVE-VENDOR                 PIC 9(7).
       77  SAVE-STATUS                 PIC X.

       01  HISTORY-LINE.
           05  HIST-DATE               PIC Z9/99/9999.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HIST-OPERATOR           PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HIST-FIELD-NAME         PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HIST-OLD-VALUE          PIC X(15).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  HIST-NEW-VALUE          PIC X(15).

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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O ACH-DEBIT-FILE.
           OPEN I-O ACH-DEBIT-AUDIT-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE ACH-DEBIT-FILE.
           CLOSE ACH-DEBIT-AUDIT-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM GET-MENU-PICK
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
           DISPLAY "    ACH DEBIT BLOCK - AUTHORIZED ORIGINATORS".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD RECORDS".
           DISPLAY "          2.  CHANGE A RECORD".
           DISPLAY "          3.  LOOK UP A RECORD".
           DISPLAY "          4.  DELETE A RECORD".
           DISPLAY "          5.  SHOW CHANGE HISTORY".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
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
               PERFORM DELETE-MODE
           ELSE
           IF MENU-PICK = 5
               PERFORM HISTORY-MODE.

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
               UNTIL ADB-ACCOUNT = ZEROES OR
                     ADB-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-ADB-RECORD.
           PERFORM ENTER-ADB-KEY.
           MOVE "N" TO ADB-RECORD-FOUND.
           IF ADB-ACCOUNT NOT = ZEROES
               PERFORM READ-ADB-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT ORIGINATOR IS ALREADY ON FILE".
           DISPLAY "FOR THAT ACCOUNT".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF ADB-ACCOUNT NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               MOVE SIGNED-ON-OPERATOR TO ADB-ENTERED-BY
                                          ADB-CHANGED-BY
               PERFORM WRITE-ADB-RECORD
               MOVE "ADDED" TO ADBAUD-FIELD-NAME
               MOVE SPACE TO ADBAUD-OLD-VALUE
               MOVE ADB-NAME TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER ORIGINATOR (Y/N)?".
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
           PERFORM ENTER-ADB-NAME.
           PERFORM ENTER-ADB-MAX-AMOUNT.
           PERFORM ENTER-ADB-EXPIRE-DATE.
           PERFORM ENTER-ADB-VENDOR.
           MOVE "A" TO ADB-STATUS.

      *--------------------------------
      * CHANGE - each pass is snapped
      * before the field is entered and
      * every difference afterwards goes
      * to the change audit.
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL ADB-ACCOUNT = ZEROES.

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
               UNTIL WHICH-FIELD < 6.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           PERFORM SNAPSHOT-THE-FIELDS.
           IF WHICH-FIELD = 1
               PERFORM ENTER-ADB-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-ADB-MAX-AMOUNT.
           IF WHICH-FIELD = 3
               PERFORM ENTER-ADB-EXPIRE-DATE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-ADB-VENDOR.
           IF WHICH-FIELD = 5
               PERFORM ENTER-ADB-STATUS.

           MOVE SIGNED-ON-OPERATOR TO ADB-CHANGED-BY.
           PERFORM REWRITE-ADB-RECORD.
           PERFORM LOG-THE-CHANGES.

       SNAPSHOT-THE-FIELDS.
           MOVE ADB-NAME        TO SAVE-NAME.
           MOVE ADB-MAX-AMOUNT  TO SAVE-MAX-AMOUNT.
           MOVE ADB-EXPIRE-DATE TO SAVE-EXPIRE-DATE.
           MOVE ADB-VENDOR      TO SAVE-VENDOR.
           MOVE ADB-STATUS      TO SAVE-STATUS.

       LOG-THE-CHANGES.
           IF ADB-NAME NOT = SAVE-NAME
               MOVE "ORIGINATOR NAME" TO ADBAUD-FIELD-NAME
               MOVE SAVE-NAME TO ADBAUD-OLD-VALUE
               MOVE ADB-NAME TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.
           IF ADB-MAX-AMOUNT NOT = SAVE-MAX-AMOUNT
               MOVE "MAXIMUM AMOUNT" TO ADBAUD-FIELD-NAME
               MOVE SAVE-MAX-AMOUNT TO AMOUNT-FIELD
               MOVE AMOUNT-FIELD TO ADBAUD-OLD-VALUE
               MOVE ADB-MAX-AMOUNT TO AMOUNT-FIELD
               MOVE AMOUNT-FIELD TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.
           IF ADB-EXPIRE-DATE NOT = SAVE-EXPIRE-DATE
               MOVE "EXPIRATION DATE" TO ADBAUD-FIELD-NAME
               MOVE SAVE-EXPIRE-DATE TO ADBAUD-OLD-VALUE
               MOVE ADB-EXPIRE-DATE TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.
           IF ADB-VENDOR NOT = SAVE-VENDOR
               MOVE "VENDOR NUMBER" TO ADBAUD-FIELD-NAME
               MOVE SAVE-VENDOR TO ADBAUD-OLD-VALUE
               MOVE ADB-VENDOR TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.
           IF ADB-STATUS NOT = SAVE-STATUS
               MOVE "STATUS" TO ADBAUD-FIELD-NAME
               MOVE SAVE-STATUS TO ADBAUD-OLD-VALUE
               MOVE ADB-STATUS TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL ADB-ACCOUNT = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - the audit keeps the
      * originator's name and history
      * after the record is gone.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL ADB-ACCOUNT = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-ADB-RECORD
               MOVE "DELETED" TO ADBAUD-FIELD-NAME
               MOVE ADB-NAME TO ADBAUD-OLD-VALUE
               MOVE SPACE TO ADBAUD-NEW-VALUE
               PERFORM WRITE-ADB-AUDIT-RECORD.
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
      * HISTORY - every audit record for
      * one account and company ID, on
      * file or not.
      *--------------------------------
       HISTORY-MODE.
           MOVE "HISTORY" TO THE-MODE.
           PERFORM INIT-ADB-RECORD.
           PERFORM ENTER-ADB-KEY.
           PERFORM SHOW-THE-HISTORY
               UNTIL ADB-ACCOUNT = ZEROES.

       SHOW-THE-HISTORY.
           DISPLAY " ".
           DISPLAY "CHANGES FOR " ADB-COMPANY-ID
                   " ON ACCOUNT " ADB-ACCOUNT.
           MOVE ZEROES TO HISTORY-COUNT.
           PERFORM READ-FIRST-ADB-AUDIT.
           PERFORM SHOW-ONE-CHANGE
               UNTIL AUDIT-FILE-AT-END = "Y".
           IF HISTORY-COUNT = ZEROES
               DISPLAY "NO CHANGES ON FILE".
           DISPLAY " ".
           PERFORM INIT-ADB-RECORD.
           PERFORM ENTER-ADB-KEY.

       SHOW-ONE-CHANGE.
           ADD 1 TO HISTORY-COUNT.
           MOVE ADBAUD-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO HIST-DATE.
           MOVE ADBAUD-OPERATOR TO HIST-OPERATOR.
           MOVE ADBAUD-FIELD-NAME TO HIST-FIELD-NAME.
           MOVE ADBAUD-OLD-VALUE TO HIST-OLD-VALUE.
           MOVE ADBAUD-NEW-VALUE TO HIST-NEW-VALUE.
           DISPLAY HISTORY-LINE.
           PERFORM READ-NEXT-ADB-AUDIT.

      *--------------------------------
      * Routines shared by all modes
      *--------------------------------
       INIT-ADB-RECORD.
           MOVE SPACE TO ACH-DEBIT-RECORD.
           MOVE ZEROES TO ADB-ACCOUNT
                          ADB-MAX-AMOUNT
                          ADB-EXPIRE-DATE
                          ADB-VENDOR.
           MOVE "A" TO ADB-STATUS.

      *--------------------------------
      * The key is the bank account,
      * which must be on the account
      * file, then the company ID the
      * originator puts in its ACH batch
      * header. Account 0 leaves.
      *--------------------------------
       ENTER-ADB-KEY.
           PERFORM ENTER-ADB-ACCOUNT.
           IF ADB-ACCOUNT NOT = ZEROES
               PERFORM ENTER-ADB-COMPANY-ID.

       ENTER-ADB-ACCOUNT.
           PERFORM ACCEPT-ADB-ACCOUNT.
           PERFORM RE-ACCEPT-ADB-ACCOUNT
               UNTIL ADB-ACCOUNT = ZEROES
                  OR ACCT-RECORD-FOUND = "Y".

       ACCEPT-ADB-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT NUMBER TO " THE-MODE.
           DISPLAY "(0 TO EXIT)".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO ADB-ACCOUNT.
           MOVE "N" TO ACCT-RECORD-FOUND.
           IF ADB-ACCOUNT NOT = ZEROES
               MOVE ADB-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-ACCT-RECORD.

       RE-ACCEPT-ADB-ACCOUNT.
           DISPLAY "THAT BANK ACCOUNT IS NOT ON FILE".
           PERFORM ACCEPT-ADB-ACCOUNT.

       ENTER-ADB-COMPANY-ID.
           PERFORM ACCEPT-ADB-COMPANY-ID.
           PERFORM RE-ACCEPT-ADB-COMPANY-ID
               UNTIL ADB-COMPANY-ID NOT = SPACE.

       ACCEPT-ADB-COMPANY-ID.
           DISPLAY "ENTER ORIGINATOR COMPANY ID".
           ACCEPT ADB-COMPANY-ID.
           INSPECT ADB-COMPANY-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ADB-COMPANY-ID.
           DISPLAY "A COMPANY ID MUST BE ENTERED".
           PERFORM ACCEPT-ADB-COMPANY-ID.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-ADB-NAME.
           PERFORM ACCEPT-ADB-NAME.
           PERFORM RE-ACCEPT-ADB-NAME
               UNTIL ADB-NAME NOT = SPACE.

       ACCEPT-ADB-NAME.
           DISPLAY "ENTER ORIGINATOR NAME".
           ACCEPT ADB-NAME.
           INSPECT ADB-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ADB-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-ADB-NAME.

       ENTER-ADB-MAX-AMOUNT.
           PERFORM ACCEPT-ADB-MAX-AMOUNT.
           PERFORM RE-ACCEPT-ADB-MAX-AMOUNT
               UNTIL ADB-MAX-AMOUNT > ZEROES.

       ACCEPT-ADB-MAX-AMOUNT.
           DISPLAY "ENTER LARGEST DEBIT ALLOWED".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO ADB-MAX-AMOUNT.

       RE-ACCEPT-ADB-MAX-AMOUNT.
           DISPLAY "AMOUNT MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-ADB-MAX-AMOUNT.

      *--------------------------------
      * An authorization with no end
      * date may leave it zero. One
      * already run out is no use to
      * enter.
      *--------------------------------
       ENTER-ADB-EXPIRE-DATE.
           PERFORM ACCEPT-ADB-EXPIRE-DATE.
           PERFORM RE-ACCEPT-ADB-EXPIRE-DATE
               UNTIL ADB-EXPIRE-DATE = ZEROES
                  OR ADB-EXPIRE-DATE NOT < TODAY-DATE.

       ACCEPT-ADB-EXPIRE-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "AUTHORIZATION EXPIRES (MM/DD/YYYY, 0 IF NONE)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO ADB-EXPIRE-DATE.

       RE-ACCEPT-ADB-EXPIRE-DATE.
           DISPLAY "THE EXPIRATION MAY NOT BE IN THE PAST".
           PERFORM ACCEPT-ADB-EXPIRE-DATE.

      *--------------------------------
      * Zero for an originator that is
      * not a vendor - the bank's own
      * fees, say.
      *--------------------------------
       ENTER-ADB-VENDOR.
           PERFORM ACCEPT-ADB-VENDOR.
           PERFORM RE-ACCEPT-ADB-VENDOR
               UNTIL ADB-VENDOR = ZEROES
                  OR VENDOR-RECORD-FOUND = "Y".
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME
               IF VENDOR-IS-INACTIVE
                   DISPLAY "NOTE - THAT VENDOR IS INACTIVE".

       ACCEPT-ADB-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER (0 IF NOT A VENDOR)".
           ACCEPT VENDOR-ENTRY.
           MOVE VENDOR-ENTRY TO ADB-VENDOR.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF ADB-VENDOR NOT = ZEROES
               MOVE ADB-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-ADB-VENDOR.
           DISPLAY "VENDOR NOT FOUND".
           PERFORM ACCEPT-ADB-VENDOR.

       ENTER-ADB-STATUS.
           PERFORM ACCEPT-ADB-STATUS.
           PERFORM RE-ACCEPT-ADB-STATUS
               UNTIL ADB-IS-ACTIVE OR ADB-IS-INACTIVE.

       ACCEPT-ADB-STATUS.
           DISPLAY "ENTER STATUS (A=ACTIVE, I=INACTIVE)".
           ACCEPT ADB-STATUS.
           INSPECT ADB-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ADB-STATUS.
           DISPLAY "STATUS MUST BE A OR I".
           PERFORM ACCEPT-ADB-STATUS.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL ADB-RECORD-FOUND = "Y" OR
                     ADB-ACCOUNT = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-ADB-RECORD.
           PERFORM ENTER-ADB-KEY.
           MOVE "N" TO ADB-RECORD-FOUND.
           IF ADB-ACCOUNT NOT = ZEROES
               PERFORM READ-ADB-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   ACCOUNT: " ADB-ACCOUNT.
           DISPLAY "   COMPANY ID: " ADB-COMPANY-ID.
           DISPLAY "1. NAME: " ADB-NAME.
           MOVE ADB-MAX-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "2. LARGEST DEBIT: " AMOUNT-FIELD.
           IF ADB-EXPIRE-DATE = ZEROES
               DISPLAY "3. EXPIRES: NEVER"
           ELSE
               MOVE ADB-EXPIRE-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "3. EXPIRES: " FORMATTED-DATE.
           IF ADB-VENDOR = ZEROES
               DISPLAY "4. VENDOR: NONE"
           ELSE
               PERFORM DISPLAY-THE-VENDOR.
           IF ADB-IS-INACTIVE
               DISPLAY "5. STATUS: INACTIVE"
           ELSE
               DISPLAY "5. STATUS: ACTIVE".
           DISPLAY "   ENTERED BY: " ADB-ENTERED-BY
                   "  LAST CHANGED BY: " ADB-CHANGED-BY.
           DISPLAY " ".

       DISPLAY-THE-VENDOR.
           MOVE ADB-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "4. VENDOR: " ADB-VENDOR " " VENDOR-NAME
           ELSE
               DISPLAY "4. VENDOR: " ADB-VENDOR " NOT ON FILE".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-ADB-RECORD.
           MOVE "Y" TO ADB-RECORD-FOUND.
           READ ACH-DEBIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ADB-RECORD-FOUND.

       WRITE-ADB-RECORD.
           WRITE ACH-DEBIT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-ADB-RECORD.
           REWRITE ACH-DEBIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ORIGINATOR RECORD".

       DELETE-ADB-RECORD.
           DELETE ACH-DEBIT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ORIGINATOR RECORD".

       READ-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *------------------------------------
      * More than one change can land in
      * the same second, so the sequence
      * number walks forward until the
      * write finds a free key.
      *------------------------------------
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

       READ-FIRST-ADB-AUDIT.
           MOVE ADB-ACCOUNT TO ADBAUD-ACCOUNT.
           MOVE ADB-COMPANY-ID TO ADBAUD-COMPANY-ID.
           MOVE ZEROES TO ADBAUD-DATE
                          ADBAUD-TIME
                          ADBAUD-SEQ.
           MOVE "N" TO AUDIT-FILE-AT-END.
           START ACH-DEBIT-AUDIT-FILE
               KEY NOT < ADBAUD-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
           IF AUDIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ADB-AUDIT.

       READ-NEXT-ADB-AUDIT.
           MOVE "N" TO AUDIT-FILE-AT-END.
           READ ACH-DEBIT-AUDIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.
           IF AUDIT-FILE-AT-END NOT = "Y"
               IF ADBAUD-ACCOUNT NOT = ADB-ACCOUNT
                  OR ADBAUD-COMPANY-ID NOT = ADB-COMPANY-ID
                   MOVE "Y" TO AUDIT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "pldate01.cbl".

           COPY "plsys01.cbl".

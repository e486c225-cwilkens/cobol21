       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVYMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Tax Levy and Garnishment
      * Order file - the IRS or state
      * notices of levy and the court
      * garnishment orders served on us
      * against a vendor's payments.
      * VCHPAY02 and WIRPAY01 divert the
      * levied share of every payment to
      * the order's authority, which must
      * be set up as a vendor of its own.
      *
      * Orders are served on the company,
      * so only a level-9 supervisor may
      * keep them. The amount paid to
      * date is kept by the payment runs
      * and cannot be keyed; an order
      * that has had anything paid on it
      * cannot be deleted - key its
      * release date instead.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sllvy01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdlvy01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  LEVY-RECORD-FOUND           PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  VENDOR-NUMBER-FIELD         PIC Z(7).
       77  LEVY-SEQ-FIELD              PIC ZZ9.

       77  LEVIED-VENDOR-NAME          PIC X(30).
       77  AUTHORITY-NAME              PIC X(30).
       77  AMOUNT-ENTRY                PIC ZZ,ZZZ,ZZ9.99.
       77  PCT-ENTRY                   PIC ZZ9.99.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.
       77  PCT-FIELD                   PIC ZZ9.99.
       77  LEVY-BALANCE                PIC S9(8)V99.

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
           OPEN I-O LEVY-ORDER-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE LEVY-ORDER-FILE.
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
           DISPLAY "    LEVY AND GARNISHMENT ORDER MAINTENANCE".
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
               UNTIL LEVY-VENDOR = ZEROES OR
                     LEVY-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-LEVY-RECORD.
           PERFORM GET-THE-VENDOR.
           MOVE "N" TO LEVY-RECORD-FOUND.
           IF LEVY-VENDOR NOT = ZEROES
               PERFORM GET-THE-ORDER-NUMBER
               PERFORM READ-LEVY-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT ORDER IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF LEVY-VENDOR NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               MOVE SIGNED-ON-OPERATOR TO LEVY-ENTERED-BY
               PERFORM WRITE-LEVY-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER ORDER (Y/N)?".
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
           PERFORM ENTER-LEVY-TYPE.
           PERFORM ENTER-LEVY-AUTHORITY.
           PERFORM ENTER-LEVY-REFERENCE.
           PERFORM ENTER-LEVY-TOTAL-DUE.
           PERFORM ENTER-LEVY-RATE.
           PERFORM ENTER-LEVY-RECEIVED-DATE.
           PERFORM ENTER-LEVY-RELEASE-DATE.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL LEVY-VENDOR = ZEROES.

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
               UNTIL WHICH-FIELD < 8.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-LEVY-TYPE.
           IF WHICH-FIELD = 2
               PERFORM ENTER-LEVY-AUTHORITY.
           IF WHICH-FIELD = 3
               PERFORM ENTER-LEVY-REFERENCE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-LEVY-TOTAL-DUE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-LEVY-RATE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-LEVY-RECEIVED-DATE.
           IF WHICH-FIELD = 7
               PERFORM ENTER-LEVY-RELEASE-DATE.

           PERFORM REWRITE-LEVY-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL LEVY-VENDOR = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - once anything has been
      * sent to the authority the order
      * stays on file as the record of
      * what was paid; it is closed by
      * keying its release date.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL LEVY-VENDOR = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           IF LEVY-PAID-TO-DATE NOT = ZEROES
               DISPLAY "PAYMENTS HAVE BEEN MADE ON THIS ORDER"
               DISPLAY "AND IT CANNOT BE DELETED"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-LEVY-RECORD.
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
       INIT-LEVY-RECORD.
           MOVE SPACE TO LEVY-ORDER-RECORD.
           MOVE ZEROES TO LEVY-VENDOR
                          LEVY-SEQ
                          LEVY-AUTHORITY
                          LEVY-TOTAL-DUE
                          LEVY-PERCENT
                          LEVY-PER-PAYMENT
                          LEVY-PAID-TO-DATE
                          LEVY-RECEIVED-DATE
                          LEVY-RELEASE-DATE
                          LEVY-LAST-PAID-DATE.

       GET-THE-VENDOR.
           PERFORM ACCEPT-THE-VENDOR.
           PERFORM RE-ACCEPT-THE-VENDOR
               UNTIL LEVY-VENDOR = ZEROES
                   OR VENDOR-RECORD-FOUND = "Y".

       ACCEPT-THE-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE.
           DISPLAY "(0 TO EXIT)".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO LEVY-VENDOR.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF LEVY-VENDOR NOT = ZEROES
               MOVE LEVY-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO LEVIED-VENDOR-NAME
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-THE-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-THE-VENDOR.

       GET-THE-ORDER-NUMBER.
           PERFORM ACCEPT-THE-ORDER-NUMBER.
           PERFORM RE-ACCEPT-THE-ORDER-NUMBER
               UNTIL LEVY-SEQ NOT = ZEROES.

       ACCEPT-THE-ORDER-NUMBER.
           DISPLAY "ENTER ORDER NUMBER (1-999)".
           ACCEPT LEVY-SEQ-FIELD.
           MOVE LEVY-SEQ-FIELD TO LEVY-SEQ.

       RE-ACCEPT-THE-ORDER-NUMBER.
           DISPLAY "THE ORDER NUMBER MUST NOT BE ZERO".
           PERFORM ACCEPT-THE-ORDER-NUMBER.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-LEVY-TYPE.
           PERFORM ACCEPT-LEVY-TYPE.
           PERFORM RE-ACCEPT-LEVY-TYPE
               UNTIL LEVY-TYPE-IS-VALID.

       ACCEPT-LEVY-TYPE.
           DISPLAY "ENTER ORDER TYPE".
           DISPLAY "(L = TAX LEVY, G = GARNISHMENT)".
           ACCEPT LEVY-TYPE.
           INSPECT LEVY-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LEVY-TYPE.
           DISPLAY "THE TYPE MUST BE L OR G".
           PERFORM ACCEPT-LEVY-TYPE.

      *------------------------------------
      * The authority gets its own check
      * or wire, so it must be on the
      * vendor file - and it cannot be
      * the vendor the order is against.
      *------------------------------------
       ENTER-LEVY-AUTHORITY.
           PERFORM ACCEPT-LEVY-AUTHORITY.
           PERFORM RE-ACCEPT-LEVY-AUTHORITY
               UNTIL VENDOR-RECORD-FOUND = "Y"
                 AND LEVY-AUTHORITY NOT = LEVY-VENDOR.

       ACCEPT-LEVY-AUTHORITY.
           DISPLAY "ENTER THE VENDOR NUMBER OF THE TAXING".
           DISPLAY "AUTHORITY OR COURT TO BE PAID".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO LEVY-AUTHORITY.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF LEVY-AUTHORITY NOT = ZEROES
               MOVE LEVY-AUTHORITY TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "PAY TO: " VENDOR-NAME.

       RE-ACCEPT-LEVY-AUTHORITY.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "THE AUTHORITY CANNOT BE THE VENDOR ITSELF"
           ELSE
               DISPLAY "SET THE AUTHORITY UP AS A VENDOR FIRST".
           PERFORM ACCEPT-LEVY-AUTHORITY.

       ENTER-LEVY-REFERENCE.
           PERFORM ACCEPT-LEVY-REFERENCE.
           PERFORM RE-ACCEPT-LEVY-REFERENCE
               UNTIL LEVY-REFERENCE NOT = SPACE.

       ACCEPT-LEVY-REFERENCE.
           DISPLAY "ENTER THE NOTICE OR CASE NUMBER".
           ACCEPT LEVY-REFERENCE.
           INSPECT LEVY-REFERENCE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LEVY-REFERENCE.
           DISPLAY "A REFERENCE MUST BE ENTERED".
           PERFORM ACCEPT-LEVY-REFERENCE.

      *------------------------------------
      * An amended notice can change the
      * amount due, but never to less
      * than has already been sent.
      *------------------------------------
       ENTER-LEVY-TOTAL-DUE.
           PERFORM ACCEPT-LEVY-TOTAL-DUE.
           PERFORM RE-ACCEPT-LEVY-TOTAL-DUE
               UNTIL LEVY-TOTAL-DUE > ZEROES
                 AND LEVY-TOTAL-DUE NOT < LEVY-PAID-TO-DATE.

       ACCEPT-LEVY-TOTAL-DUE.
           DISPLAY "ENTER THE TOTAL AMOUNT DUE ON THE ORDER".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO LEVY-TOTAL-DUE.

       RE-ACCEPT-LEVY-TOTAL-DUE.
           IF LEVY-TOTAL-DUE = ZEROES
               DISPLAY "THE AMOUNT DUE MUST NOT BE ZERO"
           ELSE
               MOVE LEVY-PAID-TO-DATE TO AMOUNT-FIELD
               DISPLAY "ALREADY PAID ON THIS ORDER: " AMOUNT-FIELD.
           PERFORM ACCEPT-LEVY-TOTAL-DUE.

      *------------------------------------
      * Either a percent of each payment
      * or a flat amount per payment -
      * the percent, when given, wins and
      * the flat amount is cleared.
      *------------------------------------
       ENTER-LEVY-RATE.
           PERFORM ACCEPT-LEVY-RATE.
           PERFORM RE-ACCEPT-LEVY-RATE
               UNTIL (LEVY-PERCENT NOT = ZEROES
                      AND LEVY-PERCENT NOT > 100)
                  OR (LEVY-PERCENT = ZEROES
                      AND LEVY-PER-PAYMENT > ZEROES).

       ACCEPT-LEVY-RATE.
           DISPLAY "ENTER PERCENT OF EACH PAYMENT TO TAKE".
           DISPLAY "(0 TO TAKE A FLAT AMOUNT INSTEAD)".
           ACCEPT PCT-ENTRY.
           MOVE PCT-ENTRY TO LEVY-PERCENT.
           MOVE ZEROES TO LEVY-PER-PAYMENT.
           IF LEVY-PERCENT = ZEROES
               DISPLAY "ENTER THE AMOUNT TO TAKE PER PAYMENT"
               ACCEPT AMOUNT-ENTRY
               MOVE AMOUNT-ENTRY TO LEVY-PER-PAYMENT.

       RE-ACCEPT-LEVY-RATE.
           IF LEVY-PERCENT > 100
               DISPLAY "THE PERCENT MAY NOT BE OVER 100"
           ELSE
               DISPLAY "A PERCENT OR AN AMOUNT MUST BE ENTERED".
           PERFORM ACCEPT-LEVY-RATE.

       ENTER-LEVY-RECEIVED-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DATE THE ORDER WAS RECEIVED (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A RECEIVED DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO LEVY-RECEIVED-DATE.

       ENTER-LEVY-RELEASE-DATE.
           PERFORM ACCEPT-LEVY-RELEASE-DATE.
           PERFORM RE-ACCEPT-LEVY-RELEASE-DATE
               UNTIL LEVY-RELEASE-DATE = ZEROES
                  OR LEVY-RELEASE-DATE NOT < LEVY-RECEIVED-DATE.

       ACCEPT-LEVY-RELEASE-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "DATE RELEASED (MM/DD/YYYY, 0 IF IN FORCE)?"
               TO DATE-PROMPT.
           MOVE "INVALID DATE" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO LEVY-RELEASE-DATE.

       RE-ACCEPT-LEVY-RELEASE-DATE.
           DISPLAY "THE RELEASE MAY NOT BE BEFORE THE ORDER".
           PERFORM ACCEPT-LEVY-RELEASE-DATE.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL LEVY-RECORD-FOUND = "Y" OR
                     LEVY-VENDOR = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-LEVY-RECORD.
           PERFORM GET-THE-VENDOR.
           MOVE "N" TO LEVY-RECORD-FOUND.
           IF LEVY-VENDOR NOT = ZEROES
               PERFORM GET-THE-ORDER-NUMBER
               PERFORM READ-LEVY-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           PERFORM LOOK-UP-THE-AUTHORITY.
           DISPLAY " ".
           DISPLAY "   VENDOR: " LEVY-VENDOR " " LEVIED-VENDOR-NAME.
           DISPLAY "   ORDER: " LEVY-SEQ.
           IF LEVY-IS-TAX-LEVY
               DISPLAY "1. TYPE: L - TAX LEVY"
           ELSE
               DISPLAY "1. TYPE: G - GARNISHMENT".
           DISPLAY "2. PAY TO: " LEVY-AUTHORITY " " AUTHORITY-NAME.
           DISPLAY "3. REFERENCE: " LEVY-REFERENCE.
           MOVE LEVY-TOTAL-DUE TO AMOUNT-FIELD.
           DISPLAY "4. TOTAL DUE: " AMOUNT-FIELD.
           IF LEVY-PERCENT NOT = ZEROES
               MOVE LEVY-PERCENT TO PCT-FIELD
               DISPLAY "5. TAKE: " PCT-FIELD "% OF EACH PAYMENT"
           ELSE
               MOVE LEVY-PER-PAYMENT TO AMOUNT-FIELD
               DISPLAY "5. TAKE: " AMOUNT-FIELD " PER PAYMENT".
           MOVE LEVY-RECEIVED-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "6. RECEIVED: " FORMATTED-DATE.
           IF LEVY-RELEASE-DATE = ZEROES
               DISPLAY "7. RELEASED: (IN FORCE)"
           ELSE
               MOVE LEVY-RELEASE-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "7. RELEASED: " FORMATTED-DATE.
           MOVE LEVY-PAID-TO-DATE TO AMOUNT-FIELD.
           IF LEVY-LAST-PAID-DATE = ZEROES
               DISPLAY "   NOTHING PAID YET"
           ELSE
               MOVE LEVY-LAST-PAID-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "   PAID " AMOUNT-FIELD
                       " THROUGH " FORMATTED-DATE.
           COMPUTE LEVY-BALANCE =
               LEVY-TOTAL-DUE - LEVY-PAID-TO-DATE.
           MOVE LEVY-BALANCE TO AMOUNT-FIELD.
           DISPLAY "   BALANCE STILL OWED: " AMOUNT-FIELD.
           DISPLAY "   ENTERED BY: " LEVY-ENTERED-BY.
           DISPLAY " ".

       LOOK-UP-THE-AUTHORITY.
           MOVE LEVY-AUTHORITY TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO AUTHORITY-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO AUTHORITY-NAME.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-LEVY-RECORD.
           MOVE "Y" TO LEVY-RECORD-FOUND.
           READ LEVY-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO LEVY-RECORD-FOUND.

       WRITE-LEVY-RECORD.
           WRITE LEVY-ORDER-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-LEVY-RECORD.
           REWRITE LEVY-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LEVY ORDER RECORD".

       DELETE-LEVY-RECORD.
           DELETE LEVY-ORDER-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING LEVY ORDER RECORD".

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Vendor Contract file -
      * the service and construction
      * contracts whose not-to-exceed
      * amount and term span many POs
      * and direct vouchers. The contract
      * number is keyed off the signed
      * contract.
      *
      * The invoiced-to-date total is
      * kept by the voucher programs and
      * is shown here, never keyed. The
      * ceiling may not be cut below it,
      * and a contract that has been
      * billed, or that a PO is written
      * under, cannot be deleted - close
      * it instead.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcnt01.cbl".

           COPY "slvnd02.cbl".

           COPY "slpo01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcnt01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdpo01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  CNT-RECORD-FOUND            PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  PO-FILE-AT-END              PIC X.
       77  CONTRACT-PO-FOUND           PIC X.
       77  ADD-ANOTHER                 PIC X.

       77  CEILING-ENTRY               PIC ZZZ,ZZZ,ZZ9.99.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  CNT-REMAINING               PIC S9(9)V99.

       77  ERROR-MESSAGE               PIC X(79) VALUE SPACE.

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
           OPEN I-O CONTRACT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT PO-FILE.

       CLOSING-PROCEDURE.
           CLOSE CONTRACT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE PO-FILE.

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
           DISPLAY "    VENDOR CONTRACT MAINTENANCE".
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
               UNTIL CNT-NUMBER = SPACE OR
                     CNT-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-CNT-RECORD.
           DISPLAY "ENTER NEW CONTRACT NUMBER".
           DISPLAY "(OFF THE SIGNED CONTRACT - BLANK TO STOP)".
           ACCEPT CNT-NUMBER.
           INSPECT CNT-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO CNT-RECORD-FOUND.
           IF CNT-NUMBER NOT = SPACE
               PERFORM READ-CNT-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT CONTRACT IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF CNT-NUMBER NOT = SPACE
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-CNT-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER CONTRACT (Y/N)?".
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
           PERFORM ENTER-CNT-VENDOR.
           PERFORM ENTER-CNT-DESCRIPTION.
           PERFORM ENTER-CNT-START-DATE.
           PERFORM ENTER-CNT-END-DATE.
           PERFORM ENTER-CNT-CEILING.
           MOVE "A" TO CNT-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CNT-NUMBER = SPACE.

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

      *--------------------------------
      * The vendor is fixed once the
      * contract has been billed - the
      * vouchers already on it are the
      * original vendor's.
      *--------------------------------
       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               IF CNT-INVOICED NOT = ZEROES
                   DISPLAY "THIS CONTRACT HAS BEEN BILLED - THE"
                   DISPLAY "VENDOR CANNOT BE CHANGED"
               ELSE
                   PERFORM ENTER-CNT-VENDOR.
           IF WHICH-FIELD = 2
               PERFORM ENTER-CNT-DESCRIPTION.
           IF WHICH-FIELD = 3
               PERFORM ENTER-CNT-START-DATE
               PERFORM ENTER-CNT-END-DATE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-CNT-END-DATE.
           IF WHICH-FIELD = 5
               PERFORM ENTER-CNT-CEILING.
           IF WHICH-FIELD = 6
               PERFORM ENTER-CNT-STATUS.

           PERFORM REWRITE-CNT-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CNT-NUMBER = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - only a contract nothing
      * has been billed or ordered
      * under. One with history stays
      * on file, closed.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CNT-NUMBER = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM LOOK-FOR-CONTRACT-PO.
           IF CNT-INVOICED NOT = ZEROES
               DISPLAY "THIS CONTRACT HAS BEEN BILLED"
               DISPLAY "AND IT CANNOT BE DELETED - CLOSE IT"
           ELSE
           IF CONTRACT-PO-FOUND = "Y"
               DISPLAY "PO " PO-NUMBER " IS WRITTEN UNDER THIS"
               DISPLAY "CONTRACT AND IT CANNOT BE DELETED"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-CNT-RECORD.
           PERFORM GET-EXISTING-RECORD.

       LOOK-FOR-CONTRACT-PO.
           MOVE "N" TO CONTRACT-PO-FOUND.
           PERFORM READ-FIRST-PO.
           PERFORM CHECK-ONE-PO
               UNTIL PO-FILE-AT-END = "Y"
                  OR CONTRACT-PO-FOUND = "Y".

       CHECK-ONE-PO.
           IF PO-CONTRACT = CNT-NUMBER
               MOVE "Y" TO CONTRACT-PO-FOUND
           ELSE
               PERFORM READ-NEXT-PO.

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
       INIT-CNT-RECORD.
           MOVE SPACE TO CONTRACT-RECORD.
           MOVE ZEROES TO CNT-VENDOR
                          CNT-START-DATE
                          CNT-END-DATE
                          CNT-CEILING
                          CNT-INVOICED.
           MOVE "A" TO CNT-STATUS.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-CNT-VENDOR.
           PERFORM ACCEPT-CNT-VENDOR.
           PERFORM RE-ACCEPT-CNT-VENDOR
               UNTIL CNT-VENDOR NOT = ZEROES AND
                     VENDOR-RECORD-FOUND = "Y".

       ACCEPT-CNT-VENDOR.
           DISPLAY "ENTER VENDOR".
           ACCEPT CNT-VENDOR.
           PERFORM CHECK-CNT-VENDOR.

       RE-ACCEPT-CNT-VENDOR.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-CNT-VENDOR.

       CHECK-CNT-VENDOR.
           IF CNT-VENDOR = ZEROES
               MOVE "VENDOR MUST BE ENTERED" TO ERROR-MESSAGE
               MOVE "N" TO VENDOR-RECORD-FOUND
           ELSE
               MOVE CNT-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "VENDOR NOT ON FILE" TO ERROR-MESSAGE
               ELSE
               IF VENDOR-IS-INACTIVE
                   MOVE "VENDOR IS INACTIVE" TO ERROR-MESSAGE
                   MOVE "N" TO VENDOR-RECORD-FOUND.

       ENTER-CNT-DESCRIPTION.
           PERFORM ACCEPT-CNT-DESCRIPTION.
           PERFORM RE-ACCEPT-CNT-DESCRIPTION
               UNTIL CNT-DESCRIPTION NOT = SPACE.

       ACCEPT-CNT-DESCRIPTION.
           DISPLAY "WHAT IS THE CONTRACT FOR?".
           ACCEPT CNT-DESCRIPTION.
           INSPECT CNT-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CNT-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-CNT-DESCRIPTION.

       ENTER-CNT-START-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "CONTRACT STARTS (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CNT-START-DATE.

       ENTER-CNT-END-DATE.
           PERFORM ACCEPT-CNT-END-DATE.
           PERFORM RE-ACCEPT-CNT-END-DATE
               UNTIL CNT-END-DATE NOT < CNT-START-DATE.

       ACCEPT-CNT-END-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "CONTRACT ENDS (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO CNT-END-DATE.

       RE-ACCEPT-CNT-END-DATE.
           DISPLAY "THE END DATE MAY NOT BE BEFORE THE START".
           PERFORM ACCEPT-CNT-END-DATE.

      *--------------------------------
      * The not-to-exceed amount. A
      * change order can raise it; it
      * can never drop below what has
      * already been billed.
      *--------------------------------
       ENTER-CNT-CEILING.
           PERFORM ACCEPT-CNT-CEILING.
           PERFORM RE-ACCEPT-CNT-CEILING
               UNTIL CNT-CEILING > ZEROES AND
                     CNT-CEILING NOT < CNT-INVOICED.

       ACCEPT-CNT-CEILING.
           DISPLAY "ENTER NOT-TO-EXCEED AMOUNT".
           ACCEPT CEILING-ENTRY.
           MOVE CEILING-ENTRY TO CNT-CEILING.

       RE-ACCEPT-CNT-CEILING.
           IF CNT-CEILING = ZEROES
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
           ELSE
               MOVE CNT-INVOICED TO AMOUNT-FIELD
               DISPLAY "THE CONTRACT HAS ALREADY BEEN BILLED"
               DISPLAY AMOUNT-FIELD " - THE CEILING CANNOT BE LESS".
           PERFORM ACCEPT-CNT-CEILING.

       ENTER-CNT-STATUS.
           PERFORM ACCEPT-CNT-STATUS.
           PERFORM RE-ACCEPT-CNT-STATUS
               UNTIL CNT-IS-ACTIVE OR CNT-IS-SUSPENDED
                  OR CNT-IS-CLOSED.

       ACCEPT-CNT-STATUS.
           DISPLAY "ENTER STATUS (A=ACTIVE, S=SUSPENDED, C=CLOSED)".
           ACCEPT CNT-STATUS.
           INSPECT CNT-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CNT-STATUS.
           DISPLAY "STATUS MUST BE A, S OR C".
           PERFORM ACCEPT-CNT-STATUS.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL CNT-RECORD-FOUND = "Y" OR
                     CNT-NUMBER = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-CNT-RECORD.
           DISPLAY "ENTER CONTRACT NUMBER TO " THE-MODE.
           DISPLAY "(BLANK TO EXIT)".
           ACCEPT CNT-NUMBER.
           INSPECT CNT-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO CNT-RECORD-FOUND.
           IF CNT-NUMBER NOT = SPACE
               PERFORM READ-CNT-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   CONTRACT: " CNT-NUMBER.
           MOVE CNT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO VENDOR-NAME.
           DISPLAY "1. VENDOR: " CNT-VENDOR " " VENDOR-NAME.
           DISPLAY "2. FOR: " CNT-DESCRIPTION.
           MOVE CNT-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "3. STARTS: " FORMATTED-DATE.
           MOVE CNT-END-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "4. ENDS: " FORMATTED-DATE.
           MOVE CNT-CEILING TO AMOUNT-FIELD.
           DISPLAY "5. NOT TO EXCEED: " AMOUNT-FIELD.
           MOVE CNT-INVOICED TO AMOUNT-FIELD.
           DISPLAY "   INVOICED SO FAR: " AMOUNT-FIELD.
           COMPUTE CNT-REMAINING = CNT-CEILING - CNT-INVOICED.
           MOVE CNT-REMAINING TO AMOUNT-FIELD.
           DISPLAY "   LEFT TO BILL: " AMOUNT-FIELD.
           IF CNT-IS-ACTIVE
               DISPLAY "6. STATUS: ACTIVE"
           ELSE
           IF CNT-IS-SUSPENDED
               DISPLAY "6. STATUS: SUSPENDED"
           ELSE
               DISPLAY "6. STATUS: CLOSED".
           DISPLAY " ".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-CNT-RECORD.
           MOVE "Y" TO CNT-RECORD-FOUND.
           READ CONTRACT-FILE RECORD
               INVALID KEY
               MOVE "N" TO CNT-RECORD-FOUND.

       WRITE-CNT-RECORD.
           WRITE CONTRACT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CNT-RECORD.
           REWRITE CONTRACT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTRACT RECORD".

       DELETE-CNT-RECORD.
           DELETE CONTRACT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CONTRACT RECORD".

       READ-FIRST-PO.
           MOVE LOW-VALUES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO PO-FILE-AT-END.
           IF PO-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO.

       READ-NEXT-PO.
           MOVE "N" TO PO-FILE-AT-END.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PO-FILE-AT-END.

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

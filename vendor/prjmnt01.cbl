       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Project (job) file - the
      * jobs that voucher expense lines
      * and POs are charged to for job
      * costing, each with its budget
      * and dates. JCRPT01 reports the
      * cost against the budget.
      *
      * A closed project takes no new
      * charges but stays on file for
      * its history. A project that any
      * expense line or PO is charged to
      * cannot be deleted - close it
      * instead.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slprj01.cbl".

           COPY "slvchdtl.cbl".

           COPY "slpo01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdprj01.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdpo01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  PRJ-RECORD-FOUND            PIC X.
       77  PO-FILE-AT-END              PIC X.
       77  DETAIL-FILE-AT-END          PIC X.
       77  PROJECT-PO-FOUND            PIC X.
       77  PROJECT-LINE-FOUND          PIC X.
       77  ADD-ANOTHER                 PIC X.

       77  BUDGET-ENTRY                PIC ZZZ,ZZZ,ZZ9.99.
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
           OPEN I-O PROJECT-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT PO-FILE.

       CLOSING-PROCEDURE.
           CLOSE PROJECT-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
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
           DISPLAY "    PROJECT MAINTENANCE".
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
               UNTIL PRJ-NUMBER = SPACE OR
                     PRJ-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-PRJ-RECORD.
           DISPLAY "ENTER NEW PROJECT NUMBER".
           DISPLAY "ENTER SPACES TO STOP ENTRY".
           ACCEPT PRJ-NUMBER.
           INSPECT PRJ-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PRJ-RECORD-FOUND.
           IF PRJ-NUMBER NOT = SPACE
               PERFORM READ-PRJ-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT PROJECT IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF PRJ-NUMBER NOT = SPACE
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-PRJ-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER PROJECT (Y/N)?".
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
           PERFORM ENTER-PRJ-DESCRIPTION.
           PERFORM ENTER-PRJ-START-DATE.
           PERFORM ENTER-PRJ-END-DATE.
           PERFORM ENTER-PRJ-BUDGET.
           MOVE "A" TO PRJ-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL PRJ-NUMBER = SPACE.

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
           IF WHICH-FIELD = 1
               PERFORM ENTER-PRJ-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-PRJ-START-DATE
               PERFORM ENTER-PRJ-END-DATE.
           IF WHICH-FIELD = 3
               PERFORM ENTER-PRJ-END-DATE.
           IF WHICH-FIELD = 4
               PERFORM ENTER-PRJ-BUDGET.
           IF WHICH-FIELD = 5
               PERFORM ENTER-PRJ-STATUS.

           PERFORM REWRITE-PRJ-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL PRJ-NUMBER = SPACE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - only a project nothing
      * has been charged to. One with
      * history stays on file, closed.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL PRJ-NUMBER = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM LOOK-FOR-PROJECT-PO.
           PERFORM LOOK-FOR-PROJECT-LINE.
           IF PROJECT-PO-FOUND = "Y"
               DISPLAY "PO " PO-NUMBER " IS CHARGED TO THIS"
               DISPLAY "PROJECT AND IT CANNOT BE DELETED - CLOSE IT"
           ELSE
           IF PROJECT-LINE-FOUND = "Y"
               DISPLAY "VOUCHER " VOUCHER-DETAIL-NUMBER
                       " IS CHARGED TO THIS"
               DISPLAY "PROJECT AND IT CANNOT BE DELETED - CLOSE IT"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-PRJ-RECORD.
           PERFORM GET-EXISTING-RECORD.

       LOOK-FOR-PROJECT-PO.
           MOVE "N" TO PROJECT-PO-FOUND.
           PERFORM READ-FIRST-PO.
           PERFORM CHECK-ONE-PO
               UNTIL PO-FILE-AT-END = "Y"
                  OR PROJECT-PO-FOUND = "Y".

       CHECK-ONE-PO.
           IF PO-PROJECT = PRJ-NUMBER
               MOVE "Y" TO PROJECT-PO-FOUND
           ELSE
               PERFORM READ-NEXT-PO.

       LOOK-FOR-PROJECT-LINE.
           MOVE "N" TO PROJECT-LINE-FOUND.
           PERFORM READ-FIRST-DETAIL.
           PERFORM CHECK-ONE-DETAIL
               UNTIL DETAIL-FILE-AT-END = "Y"
                  OR PROJECT-LINE-FOUND = "Y".

       CHECK-ONE-DETAIL.
           IF VOUCHER-DETAIL-PROJECT = PRJ-NUMBER
               MOVE "Y" TO PROJECT-LINE-FOUND
           ELSE
               PERFORM READ-NEXT-DETAIL.

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
       INIT-PRJ-RECORD.
           MOVE SPACE TO PROJECT-RECORD.
           MOVE ZEROES TO PRJ-BUDGET
                          PRJ-START-DATE
                          PRJ-END-DATE.
           MOVE "A" TO PRJ-STATUS.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-PRJ-DESCRIPTION.
           PERFORM ACCEPT-PRJ-DESCRIPTION.
           PERFORM RE-ACCEPT-PRJ-DESCRIPTION
               UNTIL PRJ-DESCRIPTION NOT = SPACE.

       ACCEPT-PRJ-DESCRIPTION.
           DISPLAY "ENTER PROJECT DESCRIPTION".
           ACCEPT PRJ-DESCRIPTION.
           INSPECT PRJ-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PRJ-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-PRJ-DESCRIPTION.

       ENTER-PRJ-START-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PROJECT STARTS (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A START DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PRJ-START-DATE.

      *--------------------------------
      * The planned finish. A job that
      * has no end date yet may leave
      * it zero.
      *--------------------------------
       ENTER-PRJ-END-DATE.
           PERFORM ACCEPT-PRJ-END-DATE.
           PERFORM RE-ACCEPT-PRJ-END-DATE
               UNTIL PRJ-END-DATE = ZEROES
                  OR PRJ-END-DATE NOT < PRJ-START-DATE.

       ACCEPT-PRJ-END-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "PROJECT ENDS (MM/DD/YYYY, 0 IF OPEN)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO PRJ-END-DATE.

       RE-ACCEPT-PRJ-END-DATE.
           DISPLAY "THE END DATE MAY NOT BE BEFORE THE START".
           PERFORM ACCEPT-PRJ-END-DATE.

       ENTER-PRJ-BUDGET.
           PERFORM ACCEPT-PRJ-BUDGET.
           PERFORM RE-ACCEPT-PRJ-BUDGET
               UNTIL PRJ-BUDGET > ZEROES.

       ACCEPT-PRJ-BUDGET.
           DISPLAY "ENTER PROJECT BUDGET".
           ACCEPT BUDGET-ENTRY.
           MOVE BUDGET-ENTRY TO PRJ-BUDGET.

       RE-ACCEPT-PRJ-BUDGET.
           DISPLAY "BUDGET MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-PRJ-BUDGET.

       ENTER-PRJ-STATUS.
           PERFORM ACCEPT-PRJ-STATUS.
           PERFORM RE-ACCEPT-PRJ-STATUS
               UNTIL PRJ-IS-ACTIVE OR PRJ-IS-CLOSED.

       ACCEPT-PRJ-STATUS.
           DISPLAY "ENTER STATUS (A=ACTIVE, C=CLOSED)".
           ACCEPT PRJ-STATUS.
           INSPECT PRJ-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-PRJ-STATUS.
           DISPLAY "STATUS MUST BE A OR C".
           PERFORM ACCEPT-PRJ-STATUS.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL PRJ-RECORD-FOUND = "Y" OR
                     PRJ-NUMBER = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-PRJ-RECORD.
           DISPLAY "ENTER PROJECT NUMBER TO " THE-MODE.
           DISPLAY "(BLANK TO EXIT)".
           ACCEPT PRJ-NUMBER.
           INSPECT PRJ-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PRJ-RECORD-FOUND.
           IF PRJ-NUMBER NOT = SPACE
               PERFORM READ-PRJ-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   PROJECT: " PRJ-NUMBER.
           DISPLAY "1. DESCRIPTION: " PRJ-DESCRIPTION.
           MOVE PRJ-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "2. STARTS: " FORMATTED-DATE.
           IF PRJ-END-DATE = ZEROES
               DISPLAY "3. ENDS: OPEN"
           ELSE
               MOVE PRJ-END-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "3. ENDS: " FORMATTED-DATE.
           MOVE PRJ-BUDGET TO AMOUNT-FIELD.
           DISPLAY "4. BUDGET: " AMOUNT-FIELD.
           IF PRJ-IS-CLOSED
               DISPLAY "5. STATUS: CLOSED"
           ELSE
               DISPLAY "5. STATUS: ACTIVE".
           DISPLAY " ".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-PRJ-RECORD.
           MOVE "Y" TO PRJ-RECORD-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
               MOVE "N" TO PRJ-RECORD-FOUND.

       WRITE-PRJ-RECORD.
           WRITE PROJECT-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-PRJ-RECORD.
           REWRITE PROJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PROJECT RECORD".

       DELETE-PRJ-RECORD.
           DELETE PROJECT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING PROJECT RECORD".

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

       READ-FIRST-DETAIL.
           MOVE LOW-VALUES TO VOUCHER-DETAIL-KEY.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL.

       READ-NEXT-DETAIL.
           MOVE "N" TO DETAIL-FILE-AT-END.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DETAIL-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

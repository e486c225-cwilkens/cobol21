       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the vendor diversity
      * certification file - the small,
      * minority-owned, woman-owned and
      * veteran-owned business
      * certificates DIVRPT01 reports
      * government contract spend under.
      * A vendor may hold any number of
      * them, one record each.
      *
      * The vendor has to be on the
      * vendor master, and the vendor's
      * name is echoed back so the
      * certification lands on the right
      * one.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sldiv01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fddiv01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  DIV-RECORD-FOUND            PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  CLASS-NAME                  PIC X(25).

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
           OPEN I-O DIVERSITY-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE DIVERSITY-FILE.
           CLOSE VENDOR-FILE.

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
           DISPLAY "    VENDOR DIVERSITY CERTIFICATIONS".
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
               UNTIL DIV-VENDOR = ZEROES OR
                     DIV-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-DIV-RECORD.
           PERFORM GET-THE-DIV-VENDOR.
           IF DIV-VENDOR NOT = ZEROES
               PERFORM ENTER-DIV-CLASS
               PERFORM READ-DIV-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT CLASSIFICATION IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF DIV-VENDOR NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-DIV-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER CERTIFICATION (Y/N)?".
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
           PERFORM ENTER-DIV-AGENCY.
           PERFORM ENTER-DIV-CERT-NUMBER.
           PERFORM ENTER-DIV-EXPIRES.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL DIV-VENDOR = ZEROES.

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
               UNTIL WHICH-FIELD < 4.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-DIV-AGENCY.
           IF WHICH-FIELD = 2
               PERFORM ENTER-DIV-CERT-NUMBER.
           IF WHICH-FIELD = 3
               PERFORM ENTER-DIV-EXPIRES.

           PERFORM REWRITE-DIV-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL DIV-VENDOR = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL DIV-VENDOR = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-DIV-RECORD.
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
       INIT-DIV-RECORD.
           MOVE SPACE TO DIVERSITY-RECORD.
           MOVE ZEROES TO DIV-VENDOR.
           MOVE ZEROES TO DIV-EXPIRES.

      *--------------------------------
      * The vendor must exist on the
      * vendor master - the name comes
      * back so the operator can see
      * the right vendor was keyed.
      *--------------------------------
       GET-THE-DIV-VENDOR.
           PERFORM ACCEPT-THE-DIV-VENDOR.
           PERFORM RE-ACCEPT-THE-DIV-VENDOR
               UNTIL DIV-VENDOR = ZEROES
                   OR VENDOR-RECORD-FOUND = "Y".

       ACCEPT-THE-DIV-VENDOR.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           DISPLAY "ENTER VENDOR NUMBER (0 TO STOP)".
           ACCEPT DIV-VENDOR.
           IF DIV-VENDOR NOT = ZEROES
               MOVE DIV-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-THE-DIV-VENDOR.
           DISPLAY "THAT VENDOR IS NOT ON FILE".
           PERFORM ACCEPT-THE-DIV-VENDOR.

      *--------------------------------
      * Only the four classifications
      * the contract reports ask for
      * are accepted, so the report's
      * columns always account for
      * every record.
      *--------------------------------
       ENTER-DIV-CLASS.
           PERFORM ACCEPT-DIV-CLASS.
           PERFORM RE-ACCEPT-DIV-CLASS
               UNTIL DIV-CLASS-IS-VALID.

       ACCEPT-DIV-CLASS.
           DISPLAY "CLASSIFICATION - SBE SMALL, MBE MINORITY,".
           DISPLAY "WBE WOMAN-OWNED, VBE VETERAN-OWNED?".
           ACCEPT DIV-CLASS.
           INSPECT DIV-CLASS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DIV-CLASS.
           DISPLAY "ENTER SBE, MBE, WBE OR VBE".
           PERFORM ACCEPT-DIV-CLASS.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-DIV-AGENCY.
           PERFORM ACCEPT-DIV-AGENCY.
           PERFORM RE-ACCEPT-DIV-AGENCY
               UNTIL DIV-AGENCY NOT = SPACE.

       ACCEPT-DIV-AGENCY.
           DISPLAY "ENTER THE CERTIFYING AGENCY".
           ACCEPT DIV-AGENCY.
           INSPECT DIV-AGENCY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DIV-AGENCY.
           DISPLAY "THE CERTIFYING AGENCY IS REQUIRED".
           PERFORM ACCEPT-DIV-AGENCY.

       ENTER-DIV-CERT-NUMBER.
           PERFORM ACCEPT-DIV-CERT-NUMBER.
           PERFORM RE-ACCEPT-DIV-CERT-NUMBER
               UNTIL DIV-CERT-NUMBER NOT = SPACE.

       ACCEPT-DIV-CERT-NUMBER.
           DISPLAY "ENTER THE CERTIFICATE NUMBER".
           ACCEPT DIV-CERT-NUMBER.
           INSPECT DIV-CERT-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DIV-CERT-NUMBER.
           DISPLAY "THE CERTIFICATE NUMBER IS REQUIRED".
           PERFORM ACCEPT-DIV-CERT-NUMBER.

       ENTER-DIV-EXPIRES.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "EXPIRATION DATE (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN EXPIRATION DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO DIV-EXPIRES.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL DIV-RECORD-FOUND = "Y" OR
                     DIV-VENDOR = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-DIV-RECORD.
           DISPLAY "CERTIFICATION TO " THE-MODE ":".
           PERFORM GET-THE-DIV-VENDOR.
           IF DIV-VENDOR NOT = ZEROES
               PERFORM ENTER-DIV-CLASS
               PERFORM READ-DIV-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           PERFORM SET-THE-CLASS-NAME.
           DISPLAY " ".
           DISPLAY "   VENDOR: " DIV-VENDOR "  CLASS: " DIV-CLASS
                   " " CLASS-NAME.
           DISPLAY "1. CERTIFYING AGENCY: " DIV-AGENCY.
           DISPLAY "2. CERTIFICATE NUMBER: " DIV-CERT-NUMBER.
           MOVE DIV-EXPIRES TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "3. EXPIRES: " FORMATTED-DATE.
           DISPLAY " ".

       SET-THE-CLASS-NAME.
           IF DIV-CLASS = "SBE"
               MOVE "SMALL BUSINESS" TO CLASS-NAME
           ELSE
           IF DIV-CLASS = "MBE"
               MOVE "MINORITY-OWNED BUSINESS" TO CLASS-NAME
           ELSE
           IF DIV-CLASS = "WBE"
               MOVE "WOMAN-OWNED BUSINESS" TO CLASS-NAME
           ELSE
               MOVE "VETERAN-OWNED BUSINESS" TO CLASS-NAME.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-DIV-RECORD.
           MOVE "Y" TO DIV-RECORD-FOUND.
           READ DIVERSITY-FILE RECORD
               INVALID KEY
               MOVE "N" TO DIV-RECORD-FOUND.

       WRITE-DIV-RECORD.
           WRITE DIVERSITY-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-DIV-RECORD.
           REWRITE DIVERSITY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CERTIFICATION RECORD".

       DELETE-DIV-RECORD.
           DELETE DIVERSITY-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING CERTIFICATION RECORD".

      *--------------------------------
      * Other File I-O routines
      *--------------------------------
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

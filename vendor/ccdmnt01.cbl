       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCDMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the job cost-code list that
      * project charges on voucher lines
      * and POs are broken down by.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slccd01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdccd01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  CCD-RECORD-FOUND            PIC X.
       77  ADD-ANOTHER                 PIC X.

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O COST-CODE-FILE.

       CLOSING-PROCEDURE.
           CLOSE COST-CODE-FILE.

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
           DISPLAY "    JOB COST-CODE MAINTENANCE".
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
               UNTIL CCD-CODE = SPACE OR
                     CCD-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-CCD-RECORD.
           DISPLAY "ENTER NEW COST CODE".
           DISPLAY "ENTER SPACES TO STOP ENTRY".
           ACCEPT CCD-CODE.
           INSPECT CCD-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF CCD-CODE NOT = SPACE
               PERFORM READ-CCD-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT COST CODE IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF CCD-CODE NOT = SPACE
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-CCD-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER COST CODE (Y/N)?".
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
           PERFORM ENTER-CCD-DESCRIPTION.
           PERFORM ENTER-CCD-STATUS.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CCD-CODE = SPACE.

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
               UNTIL WHICH-FIELD < 3.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-2) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-CCD-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-CCD-STATUS.

           PERFORM REWRITE-CCD-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CCD-CODE = SPACE.

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
               UNTIL CCD-CODE = SPACE.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-CCD-RECORD.
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
       INIT-CCD-RECORD.
           MOVE SPACE TO COST-CODE-RECORD.
           MOVE "A" TO CCD-STATUS.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-CCD-DESCRIPTION.
           PERFORM ACCEPT-CCD-DESCRIPTION.
           PERFORM RE-ACCEPT-CCD-DESCRIPTION
               UNTIL CCD-DESCRIPTION NOT = SPACE.

       ACCEPT-CCD-DESCRIPTION.
           DISPLAY "ENTER WHAT THE CODE COVERS".
           ACCEPT CCD-DESCRIPTION.
           INSPECT CCD-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CCD-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-CCD-DESCRIPTION.

       ENTER-CCD-STATUS.
           PERFORM ACCEPT-CCD-STATUS.
           PERFORM RE-ACCEPT-CCD-STATUS
               UNTIL CCD-IS-ACTIVE OR CCD-IS-INACTIVE.

       ACCEPT-CCD-STATUS.
           DISPLAY "ENTER STATUS - A(CTIVE) OR I(NACTIVE)".
           ACCEPT CCD-STATUS.
           INSPECT CCD-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CCD-STATUS.
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-CCD-STATUS.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL CCD-RECORD-FOUND = "Y" OR
                     CCD-CODE = SPACE.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-CCD-RECORD.
           DISPLAY "ENTER COST CODE TO " THE-MODE.
           DISPLAY "(SPACES TO EXIT)".
           ACCEPT CCD-CODE.
           INSPECT CCD-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF CCD-CODE NOT = SPACE
               PERFORM READ-CCD-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   COST CODE: " CCD-CODE.
           DISPLAY "1. COVERS: " CCD-DESCRIPTION.
           IF CCD-IS-INACTIVE
               DISPLAY "2. STATUS: INACTIVE"
           ELSE
               DISPLAY "2. STATUS: ACTIVE".
           DISPLAY " ".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-CCD-RECORD.
           MOVE "Y" TO CCD-RECORD-FOUND.
           READ COST-CODE-FILE RECORD
               INVALID KEY
               MOVE "N" TO CCD-RECORD-FOUND.

       WRITE-CCD-RECORD.
           WRITE COST-CODE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-CCD-RECORD.
           REWRITE COST-CODE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING COST CODE RECORD".

       DELETE-CCD-RECORD.
           DELETE COST-CODE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING COST CODE RECORD".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

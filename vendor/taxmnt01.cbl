       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMNT01.
      *------------------------------------
      * Add, Change and List for the
      * VAT/GST tax codes, and for the
      * tax registration numbers of the
      * foreign suppliers that charge
      * them.
      *
      * A tax code is never deleted -
      * vouchers split under it are
      * reclaimed for years after - so a
      * code that is no longer charged
      * is made Inactive, and VCHMNT01
      * refuses it on new invoices. A
      * supplier's registration names
      * the code its invoices are
      * usually split at, which
      * VCHMNT01 offers first, and the
      * number VATRPT01 quotes on the
      * refund claim.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sltax01.cbl".

           COPY "slvtr01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdtax01.cbl".

           COPY "fdvtr01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 5.

       77  TAX-CODE-RECORD-FOUND       PIC X.
       77  VTR-RECORD-FOUND            PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  TAX-FILE-AT-END             PIC X.
       77  VTR-FILE-AT-END             PIC X.
       77  OK-TO-DELETE                PIC X.
       77  LISTED-COUNT                PIC 9(4).
       77  VENDOR-ENTRY                PIC 9(7).
       77  RATE-ENTRY                  PIC 99.99.
       77  PERCENT-ENTRY               PIC 999.99.
       77  RATE-FIELD                  PIC Z9.99.
       77  PERCENT-FIELD               PIC ZZ9.99.

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
           OPEN I-O TAX-CODE-FILE.
           OPEN I-O VENDOR-TAX-REG-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE TAX-CODE-FILE.
           CLOSE VENDOR-TAX-REG-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM MAINTAIN-TAX-CODES
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-THE-TAX-CODES
           ELSE
           IF MENU-PICK = 3
               PERFORM MAINTAIN-REGISTRATIONS
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-A-REGISTRATION
           ELSE
           IF MENU-PICK = 5
               PERFORM LIST-THE-REGISTRATIONS.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    VAT/GST TAX CODES".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD OR CHANGE A TAX CODE".
           DISPLAY "          2.  LIST THE TAX CODES".
           DISPLAY "          3.  ADD OR CHANGE A VENDOR REGISTRATION".
           DISPLAY "          4.  DELETE A VENDOR REGISTRATION".
           DISPLAY "          5.  LIST THE VENDOR REGISTRATIONS".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * 1. ADD OR CHANGE - a code not
      * on file is added, one on file
      * is keyed over. Spaces end the
      * batch.
      *--------------------------------
       MAINTAIN-TAX-CODES.
           PERFORM GET-TAX-CODE.
           PERFORM MAINTAIN-ONE-TAX-CODE
               UNTIL TAX-CODE = SPACE.

       GET-TAX-CODE.
           DISPLAY "TAX CODE (DE19, GB20, ... SPACES TO STOP)?".
           MOVE SPACE TO TAX-CODE-RECORD.
           ACCEPT TAX-CODE.
           INSPECT TAX-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF TAX-CODE NOT = SPACE
               PERFORM READ-TAX-CODE-RECORD.

       MAINTAIN-ONE-TAX-CODE.
           IF TAX-CODE-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-TAX-CODE
           ELSE
               MOVE ZEROES TO TAX-RATE TAX-RECOVER-PCT
               MOVE "A" TO TAX-STATUS.
           PERFORM ENTER-TAX-COUNTRY.
           PERFORM ENTER-TAX-DESCRIPTION.
           PERFORM ENTER-TAX-RATE.
           PERFORM ENTER-TAX-RECOVER-PCT.
           PERFORM ENTER-TAX-STATUS.
           IF TAX-CODE-RECORD-FOUND = "Y"
               PERFORM REWRITE-TAX-CODE-RECORD
           ELSE
               PERFORM WRITE-TAX-CODE-RECORD.
           PERFORM GET-TAX-CODE.

       ENTER-TAX-COUNTRY.
           PERFORM ACCEPT-TAX-COUNTRY.
           PERFORM RE-ACCEPT-TAX-COUNTRY
               UNTIL TAX-COUNTRY NOT = SPACE.

       ACCEPT-TAX-COUNTRY.
           DISPLAY "COUNTRY THE TAX IS RECLAIMED FROM (DE, GB, CA)?".
           ACCEPT TAX-COUNTRY.
           INSPECT TAX-COUNTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TAX-COUNTRY.
           DISPLAY "A COUNTRY MUST BE ENTERED".
           PERFORM ACCEPT-TAX-COUNTRY.

       ENTER-TAX-DESCRIPTION.
           PERFORM ACCEPT-TAX-DESCRIPTION.
           PERFORM RE-ACCEPT-TAX-DESCRIPTION
               UNTIL TAX-DESCRIPTION NOT = SPACE.

       ACCEPT-TAX-DESCRIPTION.
           DISPLAY "DESCRIPTION?".
           ACCEPT TAX-DESCRIPTION.
           INSPECT TAX-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TAX-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-TAX-DESCRIPTION.

       ENTER-TAX-RATE.
           PERFORM ACCEPT-TAX-RATE.
           PERFORM RE-ACCEPT-TAX-RATE
               UNTIL TAX-RATE NOT = ZEROES.

       ACCEPT-TAX-RATE.
           DISPLAY "TAX RATE PERCENT (NN.NN)?".
           ACCEPT RATE-ENTRY.
           MOVE RATE-ENTRY TO TAX-RATE.

       RE-ACCEPT-TAX-RATE.
           DISPLAY "THE RATE MAY NOT BE ZERO".
           PERFORM ACCEPT-TAX-RATE.

       ENTER-TAX-RECOVER-PCT.
           PERFORM ACCEPT-TAX-RECOVER-PCT.
           PERFORM RE-ACCEPT-TAX-RECOVER-PCT
               UNTIL TAX-RECOVER-PCT NOT > 100.

       ACCEPT-TAX-RECOVER-PCT.
           DISPLAY "PERCENT OF THE TAX WE MAY RECLAIM (0-100)?".
           ACCEPT PERCENT-ENTRY.
           MOVE PERCENT-ENTRY TO TAX-RECOVER-PCT.

       RE-ACCEPT-TAX-RECOVER-PCT.
           DISPLAY "THE PERCENT MAY NOT BE OVER 100".
           PERFORM ACCEPT-TAX-RECOVER-PCT.

       ENTER-TAX-STATUS.
           PERFORM ACCEPT-TAX-STATUS.
           PERFORM RE-ACCEPT-TAX-STATUS
               UNTIL TAX-IS-ACTIVE OR TAX-IS-INACTIVE.

       ACCEPT-TAX-STATUS.
           DISPLAY "STATUS - A(CTIVE) OR I(NACTIVE)?".
           ACCEPT TAX-STATUS.
           INSPECT TAX-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TAX-STATUS.
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-TAX-STATUS.

       DISPLAY-THE-TAX-CODE.
           MOVE TAX-RATE TO RATE-FIELD.
           MOVE TAX-RECOVER-PCT TO PERCENT-FIELD.
           DISPLAY "NOW: " TAX-CODE " " TAX-COUNTRY " "
                   TAX-DESCRIPTION " " RATE-FIELD "% RECLAIM "
                   PERCENT-FIELD "% " TAX-STATUS.

      *--------------------------------
      * 2. LIST
      *--------------------------------
       LIST-THE-TAX-CODES.
           MOVE ZEROES TO LISTED-COUNT.
           DISPLAY "CODE CTRY DESCRIPTION            RATE  RECLAIM S".
           PERFORM READ-FIRST-TAX-CODE.
           PERFORM LIST-ONE-TAX-CODE
               UNTIL TAX-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO TAX CODES ARE ON FILE".

       LIST-ONE-TAX-CODE.
           ADD 1 TO LISTED-COUNT.
           MOVE TAX-RATE TO RATE-FIELD.
           MOVE TAX-RECOVER-PCT TO PERCENT-FIELD.
           DISPLAY TAX-CODE " " TAX-COUNTRY "   " TAX-DESCRIPTION
                   " " RATE-FIELD "  " PERCENT-FIELD " " TAX-STATUS.
           PERFORM READ-NEXT-TAX-CODE.

      *--------------------------------
      * 3. VENDOR REGISTRATION - one
      * per vendor on the master.
      *--------------------------------
       MAINTAIN-REGISTRATIONS.
           PERFORM GET-REGISTRATION-VENDOR.
           PERFORM MAINTAIN-ONE-REGISTRATION
               UNTIL VENDOR-ENTRY = ZEROES.

       GET-REGISTRATION-VENDOR.
           PERFORM ACCEPT-REGISTRATION-VENDOR.
           PERFORM RE-ACCEPT-REGISTRATION-VENDOR
               UNTIL VENDOR-ENTRY = ZEROES
                   OR VENDOR-RECORD-FOUND = "Y".

       ACCEPT-REGISTRATION-VENDOR.
           DISPLAY "VENDOR NUMBER (0 TO STOP)?".
           ACCEPT VENDOR-ENTRY.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF VENDOR-ENTRY NOT = ZEROES
               MOVE VENDOR-ENTRY TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.

       RE-ACCEPT-REGISTRATION-VENDOR.
           DISPLAY "VENDOR NOT ON FILE".
           PERFORM ACCEPT-REGISTRATION-VENDOR.

       MAINTAIN-ONE-REGISTRATION.
           DISPLAY VENDOR-NUMBER " " VENDOR-NAME.
           MOVE VENDOR-ENTRY TO VTR-VENDOR.
           PERFORM READ-VTR-RECORD.
           IF VTR-RECORD-FOUND = "Y"
               DISPLAY "NOW: " VTR-REG-NUMBER " CODE " VTR-TAX-CODE
           ELSE
               MOVE SPACE TO VTR-REG-NUMBER VTR-TAX-CODE.
           PERFORM ENTER-VTR-REG-NUMBER.
           PERFORM ENTER-VTR-TAX-CODE.
           IF VTR-RECORD-FOUND = "Y"
               PERFORM REWRITE-VTR-RECORD
           ELSE
               PERFORM WRITE-VTR-RECORD.
           PERFORM GET-REGISTRATION-VENDOR.

       ENTER-VTR-REG-NUMBER.
           PERFORM ACCEPT-VTR-REG-NUMBER.
           PERFORM RE-ACCEPT-VTR-REG-NUMBER
               UNTIL VTR-REG-NUMBER NOT = SPACE.

       ACCEPT-VTR-REG-NUMBER.
           DISPLAY "TAX REGISTRATION NUMBER?".
           ACCEPT VTR-REG-NUMBER.
           INSPECT VTR-REG-NUMBER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VTR-REG-NUMBER.
           DISPLAY "A REGISTRATION NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-VTR-REG-NUMBER.

      *--------------------------------
      * The default code may be left
      * blank; when given it must be
      * an active code.
      *--------------------------------
       ENTER-VTR-TAX-CODE.
           PERFORM ACCEPT-VTR-TAX-CODE.
           PERFORM RE-ACCEPT-VTR-TAX-CODE
               UNTIL VTR-TAX-CODE = SPACE
                   OR TAX-CODE-RECORD-FOUND = "Y".

       ACCEPT-VTR-TAX-CODE.
           DISPLAY "USUAL TAX CODE ON ITS INVOICES (SPACES IF NONE)?".
           ACCEPT VTR-TAX-CODE.
           INSPECT VTR-TAX-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO TAX-CODE-RECORD-FOUND.
           IF VTR-TAX-CODE NOT = SPACE
               MOVE VTR-TAX-CODE TO TAX-CODE
               PERFORM READ-TAX-CODE-RECORD
               IF TAX-CODE-RECORD-FOUND = "Y"
                       AND TAX-IS-INACTIVE
                   MOVE "N" TO TAX-CODE-RECORD-FOUND.

       RE-ACCEPT-VTR-TAX-CODE.
           DISPLAY "THAT IS NOT AN ACTIVE TAX CODE".
           PERFORM ACCEPT-VTR-TAX-CODE.

      *--------------------------------
      * 4. DELETE A REGISTRATION
      *--------------------------------
       DELETE-A-REGISTRATION.
           DISPLAY "VENDOR NUMBER TO DELETE?".
           ACCEPT VTR-VENDOR.
           PERFORM READ-VTR-RECORD.
           IF VTR-RECORD-FOUND = "N"
               DISPLAY "NO REGISTRATION IS ON FILE FOR THAT VENDOR"
           ELSE
               DISPLAY VTR-VENDOR " " VTR-REG-NUMBER " "
                       VTR-TAX-CODE
               PERFORM CONFIRM-THE-DELETE.

       CONFIRM-THE-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".
           IF OK-TO-DELETE = "Y"
               DELETE VENDOR-TAX-REG-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING THE REGISTRATION".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS REGISTRATION (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * 5. LIST THE REGISTRATIONS
      *--------------------------------
       LIST-THE-REGISTRATIONS.
           MOVE ZEROES TO LISTED-COUNT.
           PERFORM READ-FIRST-VTR.
           PERFORM LIST-ONE-REGISTRATION
               UNTIL VTR-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO REGISTRATIONS ARE ON FILE".

       LIST-ONE-REGISTRATION.
           ADD 1 TO LISTED-COUNT.
           MOVE VTR-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "** NOT ON FILE **" TO VENDOR-NAME.
           DISPLAY VTR-VENDOR " " VENDOR-NAME " " VTR-REG-NUMBER
                   " " VTR-TAX-CODE.
           PERFORM READ-NEXT-VTR.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-TAX-CODE-RECORD.
           MOVE "Y" TO TAX-CODE-RECORD-FOUND.
           READ TAX-CODE-FILE RECORD
               INVALID KEY
               MOVE "N" TO TAX-CODE-RECORD-FOUND.

       WRITE-TAX-CODE-RECORD.
           WRITE TAX-CODE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING TAX CODE RECORD".

       REWRITE-TAX-CODE-RECORD.
           REWRITE TAX-CODE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TAX CODE RECORD".

       READ-FIRST-TAX-CODE.
           MOVE SPACE TO TAX-CODE.
           MOVE "N" TO TAX-FILE-AT-END.
           START TAX-CODE-FILE
               KEY NOT < TAX-CODE
               INVALID KEY
               MOVE "Y" TO TAX-FILE-AT-END.
           IF TAX-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-TAX-CODE.

       READ-NEXT-TAX-CODE.
           READ TAX-CODE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TAX-FILE-AT-END.

       READ-VTR-RECORD.
           MOVE "Y" TO VTR-RECORD-FOUND.
           READ VENDOR-TAX-REG-FILE RECORD
               INVALID KEY
               MOVE "N" TO VTR-RECORD-FOUND.

       WRITE-VTR-RECORD.
           WRITE VENDOR-TAX-REG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING REGISTRATION RECORD".

       REWRITE-VTR-RECORD.
           REWRITE VENDOR-TAX-REG-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REGISTRATION RECORD".

       READ-FIRST-VTR.
           MOVE ZEROES TO VTR-VENDOR.
           MOVE "N" TO VTR-FILE-AT-END.
           START VENDOR-TAX-REG-FILE
               KEY NOT < VTR-VENDOR
               INVALID KEY
               MOVE "Y" TO VTR-FILE-AT-END.
           IF VTR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VTR.

       READ-NEXT-VTR.
           READ VENDOR-TAX-REG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VTR-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

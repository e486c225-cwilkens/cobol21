       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT01.
      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Employee master file -
      * the employees EXRMNT01 reimburses
      * for out-of-pocket expenses. An
      * employee with expense reports on
      * file cannot be deleted; mark them
      * inactive instead.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slemp01.cbl".

           COPY "slexr01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdemp01.cbl".

           COPY "fdexr01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  WHICH-FIELD                 PIC 9.
       77  OK-TO-DELETE                PIC X.
       77  EMP-RECORD-FOUND            PIC X.
       77  ADD-ANOTHER                 PIC X.
       77  EMP-NUMBER-FIELD            PIC Z(7).
       77  REPORTS-ON-FILE             PIC X.

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
           OPEN I-O EMPLOYEE-FILE.
           OPEN I-O EXPENSE-REPORT-FILE.

       CLOSING-PROCEDURE.
           CLOSE EMPLOYEE-FILE.
           CLOSE EXPENSE-REPORT-FILE.

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
           DISPLAY "    EMPLOYEE MAINTENANCE".
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
               UNTIL EMP-NUMBER = ZEROES OR
                     EMP-RECORD-FOUND = "N".

       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-EMP-RECORD.
           DISPLAY "ENTER NEW EMPLOYEE NUMBER".
           DISPLAY "ENTER 0 TO STOP ENTRY".
           ACCEPT EMP-NUMBER-FIELD.
           MOVE EMP-NUMBER-FIELD TO EMP-NUMBER.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM READ-EMP-RECORD.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY "THAT EMPLOYEE IS ALREADY ON FILE".
           PERFORM ACCEPT-NEW-RECORD-KEY.

       ADD-RECORDS.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM ENTER-REMAINING-FIELDS
               PERFORM WRITE-EMP-RECORD
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.

       GET-ADD-ANOTHER.
           PERFORM ACCEPT-ADD-ANOTHER.
           PERFORM RE-ACCEPT-ADD-ANOTHER
               UNTIL ADD-ANOTHER = "Y" OR "N".

       ACCEPT-ADD-ANOTHER.
           DISPLAY "ADD ANOTHER EMPLOYEE (Y/N)?".
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
           PERFORM ENTER-EMP-NAME.
           PERFORM ENTER-EMP-ADDRESS-1.
           PERFORM ENTER-EMP-ADDRESS-2.
           PERFORM ENTER-EMP-CITY.
           PERFORM ENTER-EMP-STATE.
           PERFORM ENTER-EMP-ZIP.
           PERFORM ENTER-EMP-DEPARTMENT.
           PERFORM ENTER-EMP-STATUS.
           PERFORM ENTER-EMP-PAY-METHOD.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL EMP-NUMBER = ZEROES.

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
               UNTIL WHICH-FIELD < 10.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-9) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-EMP-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-EMP-ADDRESS-1.
           IF WHICH-FIELD = 3
               PERFORM ENTER-EMP-ADDRESS-2.
           IF WHICH-FIELD = 4
               PERFORM ENTER-EMP-CITY.
           IF WHICH-FIELD = 5
               PERFORM ENTER-EMP-STATE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-EMP-ZIP.
           IF WHICH-FIELD = 7
               PERFORM ENTER-EMP-DEPARTMENT.
           IF WHICH-FIELD = 8
               PERFORM ENTER-EMP-STATUS.
           IF WHICH-FIELD = 9
               PERFORM ENTER-EMP-PAY-METHOD.

           PERFORM REWRITE-EMP-RECORD.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL EMP-NUMBER = ZEROES.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-EXISTING-RECORD.

      *--------------------------------
      * DELETE - only an employee with
      * no expense reports on file; one
      * with history is made inactive
      * instead, so the old reports
      * still show whose they were.
      *--------------------------------
       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-EXISTING-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL EMP-NUMBER = ZEROES.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM CHECK-FOR-REPORTS.
           IF REPORTS-ON-FILE = "Y"
               DISPLAY "THIS EMPLOYEE HAS EXPENSE REPORTS ON FILE"
               DISPLAY "AND CANNOT BE DELETED - CHANGE THE STATUS"
               DISPLAY "TO INACTIVE INSTEAD"
           ELSE
               PERFORM ASK-OK-TO-DELETE
               IF OK-TO-DELETE = "Y"
                   PERFORM DELETE-EMP-RECORD.
           PERFORM GET-EXISTING-RECORD.

       CHECK-FOR-REPORTS.
           MOVE "Y" TO REPORTS-ON-FILE.
           MOVE EMP-NUMBER TO EXR-EMPLOYEE.
           MOVE ZEROES TO EXR-SEQ.
           START EXPENSE-REPORT-FILE
               KEY NOT < EXR-KEY
               INVALID KEY
               MOVE "N" TO REPORTS-ON-FILE.
           IF REPORTS-ON-FILE = "Y"
               READ EXPENSE-REPORT-FILE NEXT RECORD
                   AT END
                   MOVE "N" TO REPORTS-ON-FILE.
           IF REPORTS-ON-FILE = "Y"
               AND EXR-EMPLOYEE NOT = EMP-NUMBER
               MOVE "N" TO REPORTS-ON-FILE.

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
       INIT-EMP-RECORD.
           MOVE SPACE TO EMPLOYEE-RECORD.
           MOVE ZEROES TO EMP-NUMBER.
           MOVE "A" TO EMP-STATUS.
           MOVE "C" TO EMP-PAY-METHOD.
           MOVE ZEROES TO EMP-ACH-ROUTING.

      *------------------------------------
      * Routines shared by Add and Change
      *------------------------------------
       ENTER-EMP-NAME.
           PERFORM ACCEPT-EMP-NAME.
           PERFORM RE-ACCEPT-EMP-NAME
               UNTIL EMP-NAME NOT = SPACE.

       ACCEPT-EMP-NAME.
           DISPLAY "ENTER EMPLOYEE NAME".
           ACCEPT EMP-NAME.
           INSPECT EMP-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-EMP-NAME.

      *------------------------------------
      * The home address is where a
      * reimbursement check is mailed.
      *------------------------------------
       ENTER-EMP-ADDRESS-1.
           PERFORM ACCEPT-EMP-ADDRESS-1.
           PERFORM RE-ACCEPT-EMP-ADDRESS-1
               UNTIL EMP-ADDRESS-1 NOT = SPACE.

       ACCEPT-EMP-ADDRESS-1.
           DISPLAY "ENTER HOME ADDRESS-1".
           ACCEPT EMP-ADDRESS-1.
           INSPECT EMP-ADDRESS-1
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-ADDRESS-1.
           DISPLAY "ADDRESS-1 MUST BE ENTERED".
           PERFORM ACCEPT-EMP-ADDRESS-1.

       ENTER-EMP-ADDRESS-2.
           DISPLAY "ENTER HOME ADDRESS-2".
           ACCEPT EMP-ADDRESS-2.
           INSPECT EMP-ADDRESS-2
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-EMP-CITY.
           PERFORM ACCEPT-EMP-CITY.
           PERFORM RE-ACCEPT-EMP-CITY
               UNTIL EMP-CITY NOT = SPACE.

       ACCEPT-EMP-CITY.
           DISPLAY "ENTER CITY".
           ACCEPT EMP-CITY.
           INSPECT EMP-CITY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-CITY.
           DISPLAY "CITY MUST BE ENTERED".
           PERFORM ACCEPT-EMP-CITY.

       ENTER-EMP-STATE.
           PERFORM ACCEPT-EMP-STATE.
           PERFORM RE-ACCEPT-EMP-STATE
               UNTIL EMP-STATE NOT = SPACE.

       ACCEPT-EMP-STATE.
           DISPLAY "ENTER STATE".
           ACCEPT EMP-STATE.
           INSPECT EMP-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-STATE.
           DISPLAY "STATE MUST BE ENTERED".
           PERFORM ACCEPT-EMP-STATE.

       ENTER-EMP-ZIP.
           PERFORM ACCEPT-EMP-ZIP.
           PERFORM RE-ACCEPT-EMP-ZIP
               UNTIL EMP-ZIP NOT = SPACE.

       ACCEPT-EMP-ZIP.
           DISPLAY "ENTER ZIP".
           ACCEPT EMP-ZIP.

       RE-ACCEPT-EMP-ZIP.
           DISPLAY "ZIP MUST BE ENTERED".
           PERFORM ACCEPT-EMP-ZIP.

       ENTER-EMP-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT (OPTIONAL)".
           ACCEPT EMP-DEPARTMENT.
           INSPECT EMP-DEPARTMENT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-EMP-STATUS.
           PERFORM ACCEPT-EMP-STATUS.
           PERFORM RE-ACCEPT-EMP-STATUS
               UNTIL EMP-IS-ACTIVE OR EMP-IS-INACTIVE.

       ACCEPT-EMP-STATUS.
           DISPLAY "ENTER STATUS - A(CTIVE) OR I(NACTIVE)".
           ACCEPT EMP-STATUS.
           INSPECT EMP-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-STATUS.
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-EMP-STATUS.

      *------------------------------------
      * Direct deposit needs the bank
      * details; a check needs none, and
      * any left over are cleared so a
      * stale account can never be paid.
      *------------------------------------
       ENTER-EMP-PAY-METHOD.
           PERFORM ACCEPT-EMP-PAY-METHOD.
           PERFORM RE-ACCEPT-EMP-PAY-METHOD
               UNTIL EMP-PAID-BY-CHECK OR EMP-PAID-BY-ACH.
           IF EMP-PAID-BY-ACH
               PERFORM ENTER-EMP-ACH-ROUTING
               PERFORM ENTER-EMP-ACH-ACCOUNT
           ELSE
               MOVE ZEROES TO EMP-ACH-ROUTING
               MOVE SPACE TO EMP-ACH-ACCOUNT.

       ACCEPT-EMP-PAY-METHOD.
           DISPLAY "REIMBURSE BY C(HECK) OR A(CH DIRECT DEPOSIT)?".
           ACCEPT EMP-PAY-METHOD.
           INSPECT EMP-PAY-METHOD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-PAY-METHOD.
           DISPLAY "YOU MUST ENTER C OR A".
           PERFORM ACCEPT-EMP-PAY-METHOD.

       ENTER-EMP-ACH-ROUTING.
           PERFORM ACCEPT-EMP-ACH-ROUTING.
           PERFORM RE-ACCEPT-EMP-ACH-ROUTING
               UNTIL EMP-ACH-ROUTING NOT = ZEROES.

       ACCEPT-EMP-ACH-ROUTING.
           DISPLAY "ENTER ACH ROUTING NUMBER".
           ACCEPT EMP-ACH-ROUTING.

       RE-ACCEPT-EMP-ACH-ROUTING.
           DISPLAY "A ROUTING NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-EMP-ACH-ROUTING.

       ENTER-EMP-ACH-ACCOUNT.
           PERFORM ACCEPT-EMP-ACH-ACCOUNT.
           PERFORM RE-ACCEPT-EMP-ACH-ACCOUNT
               UNTIL EMP-ACH-ACCOUNT NOT = SPACE.

       ACCEPT-EMP-ACH-ACCOUNT.
           DISPLAY "ENTER ACH ACCOUNT NUMBER".
           ACCEPT EMP-ACH-ACCOUNT.
           INSPECT EMP-ACH-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-EMP-ACH-ACCOUNT.
           DISPLAY "AN ACCOUNT NUMBER MUST BE ENTERED".
           PERFORM ACCEPT-EMP-ACH-ACCOUNT.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
      *------------------------------------
       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
           PERFORM RE-ACCEPT-EXISTING-KEY
               UNTIL EMP-RECORD-FOUND = "Y" OR
                     EMP-NUMBER = ZEROES.

       ACCEPT-EXISTING-KEY.
           PERFORM INIT-EMP-RECORD.
           DISPLAY "ENTER EMPLOYEE NUMBER TO " THE-MODE.
           DISPLAY "(0 TO EXIT)".
           ACCEPT EMP-NUMBER-FIELD.
           MOVE EMP-NUMBER-FIELD TO EMP-NUMBER.
           IF EMP-NUMBER NOT = ZEROES
               PERFORM READ-EMP-RECORD.

       RE-ACCEPT-EXISTING-KEY.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-EXISTING-KEY.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           DISPLAY "   EMPLOYEE: " EMP-NUMBER.
           DISPLAY "1. NAME: " EMP-NAME.
           DISPLAY "2. ADDRESS-1: " EMP-ADDRESS-1.
           DISPLAY "3. ADDRESS-2: " EMP-ADDRESS-2.
           DISPLAY "4. CITY: " EMP-CITY.
           DISPLAY "5. STATE: " EMP-STATE.
           DISPLAY "6. ZIP: " EMP-ZIP.
           DISPLAY "7. DEPARTMENT: " EMP-DEPARTMENT.
           IF EMP-IS-INACTIVE
               DISPLAY "8. STATUS: INACTIVE"
           ELSE
               DISPLAY "8. STATUS: ACTIVE".
           IF EMP-PAID-BY-ACH
               DISPLAY "9. PAID BY: ACH TO " EMP-ACH-ROUTING
                       " / " EMP-ACH-ACCOUNT
           ELSE
               DISPLAY "9. PAID BY: CHECK".
           DISPLAY " ".

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

       WRITE-EMP-RECORD.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-EMP-RECORD.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING EMPLOYEE RECORD".

       DELETE-EMP-RECORD.
           DELETE EMPLOYEE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING EMPLOYEE RECORD".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

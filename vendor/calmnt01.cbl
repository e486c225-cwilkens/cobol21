       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT01.
      *------------------------------------
      * Add, List and Delete for the
      * payment run calendar.
      *
      * Each bank account gets the dates
      * its check and ACH runs are
      * scheduled for. VCHSEL01 defaults
      * its cutoff from these, and
      * CALRPT01 projects the dollars
      * each run will need. A date on a
      * weekend or bank holiday is kept
      * as keyed - the run is taken the
      * business day before, and the
      * list shows when.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcal01.cbl".

           COPY "slact01.cbl".

           COPY "slhol01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcal01.cbl".

           COPY "fdact01.cbl".

           COPY "fdhol01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  CALENDAR-ACCOUNT            PIC 9(10).
       77  ACCOUNT-RECORD-FOUND        PIC X.
       77  CALENDAR-RECORD-FOUND       PIC X.
       77  OK-TO-DELETE                PIC X.
       77  LISTED-COUNT                PIC 9(4).
       77  TAKEN-DATE                  PIC Z9/99/9999.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsbday01.cbl".

           COPY "wscal01.cbl".

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
           OPEN I-O PAY-CALENDAR-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT HOLIDAY-FILE.

       CLOSING-PROCEDURE.
           CLOSE PAY-CALENDAR-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE HOLIDAY-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

       DO-ONE-FUNCTION.
           PERFORM GET-CALENDAR-ACCOUNT.
           IF CALENDAR-ACCOUNT NOT = ZEROES
               IF MENU-PICK = 1
                   PERFORM ADD-RUNS
               ELSE
               IF MENU-PICK = 2
                   PERFORM LIST-THE-RUNS
               ELSE
               IF MENU-PICK = 3
                   PERFORM DELETE-A-RUN.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PAYMENT RUN CALENDAR".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD RUNS".
           DISPLAY "          2.  LIST AN ACCOUNT'S CALENDAR".
           DISPLAY "          3.  DELETE A RUN".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * Every function works on one
      * bank account off the master.
      *--------------------------------
       GET-CALENDAR-ACCOUNT.
           PERFORM ACCEPT-CALENDAR-ACCOUNT.
           PERFORM RE-ACCEPT-CALENDAR-ACCOUNT
               UNTIL CALENDAR-ACCOUNT = ZEROES
                   OR ACCOUNT-RECORD-FOUND = "Y".

       ACCEPT-CALENDAR-ACCOUNT.
           DISPLAY "BANK ACCOUNT (0 TO EXIT)?".
           ACCEPT CALENDAR-ACCOUNT.
           MOVE "N" TO ACCOUNT-RECORD-FOUND.
           IF CALENDAR-ACCOUNT NOT = ZEROES
               MOVE CALENDAR-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-BANK-ACCT-RECORD.

       RE-ACCEPT-CALENDAR-ACCOUNT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE BANK ACCOUNT MASTER".
           PERFORM ACCEPT-CALENDAR-ACCOUNT.

      *--------------------------------
      * 1. ADD - a zero date ends the
      * batch, so a quarter's schedule
      * keys in one sitting.
      *--------------------------------
       ADD-RUNS.
           PERFORM GET-NEW-RUN-DATE.
           PERFORM ADD-ONE-RUN
               UNTIL DATE-YYYYMMDD = ZEROES.

       GET-NEW-RUN-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "RUN DATE (MM/DD/YYYY, 0 TO STOP)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.

       ADD-ONE-RUN.
           MOVE CALENDAR-ACCOUNT TO CAL-ACCOUNT.
           MOVE DATE-YYYYMMDD TO CAL-RUN-DATE.
           PERFORM WARN-NON-BUSINESS-RUN.
           PERFORM ENTER-CAL-RUN-TYPE.
           PERFORM ENTER-CAL-NOTE.
           WRITE PAY-CALENDAR-RECORD
               INVALID KEY
               DISPLAY "THAT RUN IS ALREADY ON THE CALENDAR".
           PERFORM GET-NEW-RUN-DATE.

       WARN-NON-BUSINESS-RUN.
           PERFORM ADJUST-THE-RUN-DATE.
           IF CAL-RUN-ADJUSTED NOT = CAL-RUN-DATE
               MOVE CAL-RUN-ADJUSTED TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "NOT A BUSINESS DAY - THE RUN WILL BE TAKEN "
                       FORMATTED-DATE.

       ENTER-CAL-RUN-TYPE.
           PERFORM ACCEPT-CAL-RUN-TYPE.
           PERFORM RE-ACCEPT-CAL-RUN-TYPE
               UNTIL CAL-RUN-TYPE-IS-VALID.

       ACCEPT-CAL-RUN-TYPE.
           DISPLAY "RUN TYPE - C(HECKS), A(CH) OR B(OTH)?".
           ACCEPT CAL-RUN-TYPE.
           INSPECT CAL-RUN-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CAL-RUN-TYPE.
           DISPLAY "YOU MUST ENTER C, A OR B".
           PERFORM ACCEPT-CAL-RUN-TYPE.

       ENTER-CAL-NOTE.
           DISPLAY "NOTE (OPTIONAL)?".
           ACCEPT CAL-NOTE.
           INSPECT CAL-NOTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

      *--------------------------------
      * 2. LIST - the account's runs in
      * date order, with the day each
      * is really taken when it moves.
      *--------------------------------
       LIST-THE-RUNS.
           MOVE ZEROES TO LISTED-COUNT.
           MOVE CALENDAR-ACCOUNT TO CAL-ACCOUNT-WANTED CAL-ACCOUNT.
           MOVE ZEROES TO CAL-RUN-DATE.
           DISPLAY "RUNS FOR " CALENDAR-ACCOUNT " " ACCT-BANK-NAME.
           PERFORM READ-FIRST-CALENDAR-RUN.
           PERFORM LIST-ONE-RUN
               UNTIL CAL-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO RUNS ARE ON THE CALENDAR".

       LIST-ONE-RUN.
           ADD 1 TO LISTED-COUNT.
           PERFORM ADJUST-THE-RUN-DATE.
           MOVE CAL-RUN-ADJUSTED TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO TAKEN-DATE.
           MOVE CAL-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           IF CAL-RUN-ADJUSTED = CAL-RUN-DATE
               DISPLAY FORMATTED-DATE "  " CAL-RUN-TYPE "  "
                       CAL-NOTE
           ELSE
               DISPLAY FORMATTED-DATE "  " CAL-RUN-TYPE "  "
                       CAL-NOTE "  TAKEN " TAKEN-DATE.
           PERFORM READ-NEXT-CALENDAR-RUN.

      *--------------------------------
      * 3. DELETE
      *--------------------------------
       DELETE-A-RUN.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DELETE WHICH RUN DATE (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE CALENDAR-ACCOUNT TO CAL-ACCOUNT.
           MOVE DATE-YYYYMMDD TO CAL-RUN-DATE.
           PERFORM READ-CALENDAR-RECORD.
           IF CALENDAR-RECORD-FOUND = "N"
               DISPLAY "THAT RUN IS NOT ON THE CALENDAR"
           ELSE
               PERFORM CONFIRM-THE-DELETE.

       CONFIRM-THE-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".
           IF OK-TO-DELETE = "Y"
               DELETE PAY-CALENDAR-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING THE RUN".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THE " FORMATTED-DATE " RUN (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-BANK-ACCT-RECORD.
           MOVE "Y" TO ACCOUNT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.

       READ-CALENDAR-RECORD.
           MOVE "Y" TO CALENDAR-RECORD-FOUND.
           READ PAY-CALENDAR-FILE RECORD
               INVALID KEY
               MOVE "N" TO CALENDAR-RECORD-FOUND.

           COPY "pldate01.cbl".

           COPY "plbday01.cbl".

           COPY "plcal01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

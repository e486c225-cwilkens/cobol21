      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Chart of Accounts master
      * file. An account flagged capital
      * feeds the fixed-asset export
      * (FAEXP01). COAIMP01 keeps the
      * chart in step with the general
      * ledger's own account master.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.

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
       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-COA-NAME.
           PERFORM ENTER-COA-STATUS.
           PERFORM ENTER-COA-CAPITAL.

      *--------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 4.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-COA-NAME.
           IF WHICH-FIELD = 2
               PERFORM ENTER-COA-STATUS.
           IF WHICH-FIELD = 3
               PERFORM ENTER-COA-CAPITAL.

           PERFORM REWRITE-COA-RECORD.

       INIT-COA-RECORD.
           MOVE SPACE TO COA-RECORD.
           MOVE "A" TO COA-STATUS.
           MOVE "N" TO COA-CAPITAL.
           MOVE ZEROES TO COA-GL-SEEN-DATE.

      *------------------------------------
      * Routines shared by Add and Change
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-COA-STATUS.

       ENTER-COA-CAPITAL.
           PERFORM ACCEPT-COA-CAPITAL.
           PERFORM RE-ACCEPT-COA-CAPITAL
               UNTIL COA-CAPITAL = "Y" OR "N".

       ACCEPT-COA-CAPITAL.
           DISPLAY "FIXED-ASSET (CAPITAL) ACCOUNT (Y/N)?".
           ACCEPT COA-CAPITAL.
           INSPECT COA-CAPITAL
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-COA-CAPITAL.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-COA-CAPITAL.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
               DISPLAY "2. STATUS: INACTIVE"
           ELSE
               DISPLAY "2. STATUS: ACTIVE".
           IF COA-IS-CAPITAL
               DISPLAY "3. CAPITAL: YES"
           ELSE
               DISPLAY "3. CAPITAL: NO".
           DISPLAY " ".

      *--------------------------------
           DELETE COA-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING ACCOUNT RECORD".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

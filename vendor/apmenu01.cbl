      * operator change their own password - the
      * new one may not repeat any of the last
      * four.
      *
      * Menu choice 4 is the supervisors' work-
      * queue screen, WRKQUE01 - what is waiting
      * on them today and the program that works
      * each queue.
      *
      * While a batch window is open (FDSYS01 -
      * BATDRV01 or a long-running utility has
      * the files) nobody new gets on: the
      * operator is told when the window opened
      * and signed straight back off. A level-9
      * supervisor may override and sign on
      * anyway; the override is logged and rides
      * on the session so the maintenance
      * programs let that supervisor update. Each
      * sign-on is listed on the signed-on file
      * (FDSON01) until the operator exits, so a
      * window opening can report who was on.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slcmp01.cbl".

           COPY "slsys01.cbl".

           COPY "slson01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdcmp01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdson01.cbl".

       WORKING-STORAGE SECTION.

       77  SAVED-SELECTION               PIC X(40).
       77  MENU-PICK                     PIC 9.
           88  MENU-PICK-IS-VALID        VALUES 0 THRU 4.

       77  OPERATOR-RECORD-FOUND         PIC X.
       77  SIGN-ON-IS-GOOD               PIC X.
       77  OLD-PASSWORD-ENTRY            PIC X(8).
       77  NEW-PASSWORD-IS-GOOD          PIC X.
       77  PW-SUB                        PIC 9.
       77  OVERRIDE-THE-WINDOW           PIC X.
       77  SIGNED-ON-RECORD-FOUND        PIC X.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.

       OPENING-PROCEDURE.
           PERFORM SIGN-THE-OPERATOR-ON.
           PERFORM CHECK-THE-BATCH-WINDOW.
           PERFORM SELECT-THE-COMPANY.
           PERFORM WRITE-SESSION-RECORD.
           PERFORM ADD-SIGNED-ON-RECORD.

       CLOSING-PROCEDURE.
           PERFORM DROP-SIGNED-ON-RECORD.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           DISPLAY "          1. STATE/VENDOR MAINTENANCE".
           DISPLAY "          2. VOUCHER PROCESSING".
           DISPLAY "          3. CHANGE MY PASSWORD".
           DISPLAY "          4. SUPERVISOR WORK QUEUES".
           DISPLAY " ".
           DISPLAY "          0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
               PERFORM VOUCHER-PROCESSING
           ELSE
           IF MENU-PICK = 3
               PERFORM CHANGE-MY-PASSWORD
           ELSE
           IF MENU-PICK = 4
               PERFORM SUPERVISOR-WORK-QUEUES.

           PERFORM GET-MENU-PICK.

       VOUCHER-PROCESSING.
           CALL "vchmnu01".

      *---------------------------------
      * SUPERVISOR WORK QUEUES
      *---------------------------------
       SUPERVISOR-WORK-QUEUES.
           CALL "wrkque01".

      *---------------------------------
      * SIGN-ON - three tries at a valid
      * operator ID and password, then
           PERFORM WRITE-AUDIT-LOG-RECORD.
           DISPLAY "SIGNED ON - WELCOME, " OPERATOR-NAME.

      *---------------------------------
      * No new sign-ons while a batch
      * window is open. A supervisor
      * can override - logged - and
      * anyone else is signed straight
      * back off.
      *---------------------------------
       CHECK-THE-BATCH-WINDOW.
           MOVE "N" TO OVERRIDE-THE-WINDOW.
           PERFORM GET-SYSTEM-STATUS.
           IF BATCH-WINDOW-IS-OPEN = "Y"
               DISPLAY "SIGN-ONS ARE CLOSED - BATCH PROCESSING ("
                       SYSTEM-BATCH-PROGRAM ") HAS HAD THE"
               DISPLAY "FILES SINCE " BATCH-WINDOW-SINCE "."
               PERFORM ALLOW-OR-REFUSE-SIGN-ON.

       ALLOW-OR-REFUSE-SIGN-ON.
           IF OPERATOR-LEVEL = 9
               PERFORM GET-OVERRIDE-THE-WINDOW.
           IF OVERRIDE-THE-WINDOW = "Y"
               MOVE "BATCH WINDOW OVERRIDE" TO AUDIT-LOG-SELECTION
               PERFORM WRITE-AUDIT-LOG-RECORD
           ELSE
               MOVE "SIGN-ON REFUSED - BATCH WINDOW"
                   TO AUDIT-LOG-SELECTION
               PERFORM WRITE-AUDIT-LOG-RECORD
               DISPLAY "TRY AGAIN WHEN IT FINISHES"
               PERFORM PROGRAM-DONE.

       GET-OVERRIDE-THE-WINDOW.
           PERFORM ACCEPT-OVERRIDE-THE-WINDOW.
           PERFORM RE-ACCEPT-OVERRIDE-THE-WINDOW
               UNTIL OVERRIDE-THE-WINDOW = "Y" OR "N".

       ACCEPT-OVERRIDE-THE-WINDOW.
           DISPLAY "SUPERVISOR OVERRIDE - SIGN ON ANYWAY (Y/N)?".
           ACCEPT OVERRIDE-THE-WINDOW.
           INSPECT OVERRIDE-THE-WINDOW
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OVERRIDE-THE-WINDOW.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OVERRIDE-THE-WINDOW.

      *---------------------------------
      * One file set per company, one
      * data directory per file set -
               MOVE COMPANY-NAME TO SESSION-COMPANY-NAME
           ELSE
               MOVE SPACE TO SESSION-COMPANY-NAME.
           MOVE OVERRIDE-THE-WINDOW TO SESSION-BATCH-OVERRIDE.
           WRITE SESSION-RECORD.
           CLOSE SESSION-FILE.

      *--------------------------------
      * The signed-on file lists who
      * is at a keyboard - one record
      * per operator, replaced at a
      * fresh sign-on and dropped when
      * the operator exits the menu.
      *--------------------------------
       ADD-SIGNED-ON-RECORD.
           OPEN I-O SIGNED-ON-FILE.
           MOVE OPERATOR-ID TO SON-OPERATOR-ID.
           PERFORM READ-SIGNED-ON-RECORD.
           MOVE OPERATOR-ID TO SON-OPERATOR-ID.
           MOVE OPERATOR-NAME TO SON-OPERATOR-NAME.
           MOVE SESSION-SIGNON-DATE TO SON-SIGNON-DATE.
           MOVE SESSION-SIGNON-TIME TO SON-SIGNON-TIME.
           MOVE COMPANY-CODE-ENTRY TO SON-COMPANY-CODE.
           MOVE OVERRIDE-THE-WINDOW TO SON-OVERRIDE.
           IF SIGNED-ON-RECORD-FOUND = "Y"
               PERFORM REWRITE-SIGNED-ON-RECORD
           ELSE
               PERFORM WRITE-SIGNED-ON-RECORD.
           CLOSE SIGNED-ON-FILE.

       DROP-SIGNED-ON-RECORD.
           OPEN I-O SIGNED-ON-FILE.
           MOVE OPERATOR-ID TO SON-OPERATOR-ID.
           PERFORM READ-SIGNED-ON-RECORD.
           IF SIGNED-ON-RECORD-FOUND = "Y"
               PERFORM DELETE-SIGNED-ON-RECORD.
           CLOSE SIGNED-ON-FILE.

       READ-SIGNED-ON-RECORD.
           MOVE "Y" TO SIGNED-ON-RECORD-FOUND.
           READ SIGNED-ON-FILE RECORD
               INVALID KEY
               MOVE "N" TO SIGNED-ON-RECORD-FOUND.

       WRITE-SIGNED-ON-RECORD.
           WRITE SIGNED-ON-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SIGNED-ON RECORD".

       REWRITE-SIGNED-ON-RECORD.
           REWRITE SIGNED-ON-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SIGNED-ON RECORD".

       DELETE-SIGNED-ON-RECORD.
           DELETE SIGNED-ON-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SIGNED-ON RECORD".

      *---------------------------------
      * AUDIT LOG
      *---------------------------------
           ELSE
           IF MENU-PICK = 3
               MOVE "CHANGE MY PASSWORD" TO AUDIT-LOG-SELECTION
           ELSE
           IF MENU-PICK = 4
               MOVE "SUPERVISOR WORK QUEUES" TO AUDIT-LOG-SELECTION
           ELSE
               MOVE "EXIT" TO AUDIT-LOG-SELECTION.

      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsys01.cbl".

       WRITE-AUDIT-LOG-RECORD.
           MOVE AUDIT-LOG-SELECTION TO SAVED-SELECTION.
           MOVE SPACE TO AUDIT-LOG-RECORD.

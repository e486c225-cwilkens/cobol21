       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSWIN01.
      *------------------------------------
      * Batch Window Maintenance
      *
      * Shows the batch window on the
      * system status file (FDSYS01) -
      * open or not, which program opened
      * it, who ran it, since when, and
      * when the last one finished - and
      * lets a level-9 supervisor clear a
      * window stranded by a batch run
      * that crashed instead of finishing.
      * A window whose program is still
      * running should be left alone -
      * clearing it lets the operators
      * back onto files the batch is in
      * the middle of. A halted BATDRV01
      * sequence is better resumed, which
      * closes its window when it
      * completes.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 2.

       77  OK-TO-CLEAR                 PIC X.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.

       CLOSING-PROCEDURE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "CLEARING A BATCH WINDOW NEEDS A LEVEL-9"
               DISPLAY "SUPERVISOR - YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM GET-MENU-PICK
               PERFORM WORK-THE-WINDOW
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
           DISPLAY "    BATCH WINDOW MAINTENANCE".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  SHOW THE BATCH WINDOW".
           DISPLAY "          2.  CLEAR A STRANDED WINDOW".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       WORK-THE-WINDOW.
           IF MENU-PICK = 1
               PERFORM SHOW-THE-WINDOW
           ELSE
           IF MENU-PICK = 2
               PERFORM CLEAR-THE-WINDOW.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * SHOW
      *--------------------------------
       SHOW-THE-WINDOW.
           PERFORM GET-SYSTEM-STATUS.
           IF BATCH-WINDOW-IS-OPEN = "Y"
               PERFORM SHOW-AN-OPEN-WINDOW
           ELSE
           IF SYSTEM-BATCH-PROGRAM = SPACE
               DISPLAY "NO BATCH WINDOW HAS EVER BEEN OPENED"
           ELSE
               PERFORM SHOW-THE-LAST-WINDOW.

       SHOW-AN-OPEN-WINDOW.
           DISPLAY "BATCH WINDOW OPEN - " SYSTEM-BATCH-PROGRAM
                   " RUN BY " SYSTEM-BATCH-OPERATOR.
           DISPLAY "SINCE " BATCH-WINDOW-SINCE.
           DISPLAY SYSTEM-BATCH-SESSIONS
                   " OPERATOR(S) WERE SIGNED ON - SEE BWNRPT01".

       SHOW-THE-LAST-WINDOW.
           DISPLAY "NO BATCH WINDOW IS OPEN".
           DISPLAY "LAST ONE: " SYSTEM-BATCH-PROGRAM
                   " RUN BY " SYSTEM-BATCH-OPERATOR
                   " FROM " BATCH-WINDOW-SINCE.
           DISPLAY "ENDED " SYSTEM-BATCH-END-DATE " "
                   SYSTEM-BATCH-END-TIME.
           IF SYSTEM-BATCH-CLEARED-BY NOT = SPACE
               DISPLAY "CLEARED BY SUPERVISOR "
                       SYSTEM-BATCH-CLEARED-BY.

      *--------------------------------
      * CLEAR
      *--------------------------------
       CLEAR-THE-WINDOW.
           PERFORM GET-SYSTEM-STATUS.
           IF BATCH-WINDOW-IS-OPEN = "N"
               DISPLAY "NO BATCH WINDOW IS OPEN"
           ELSE
               PERFORM CONFIRM-AND-CLEAR.

       CONFIRM-AND-CLEAR.
           PERFORM SHOW-AN-OPEN-WINDOW.
           DISPLAY "MAKE SURE " SYSTEM-BATCH-PROGRAM
                   " IS REALLY NOT RUNNING -".
           DISPLAY "CLEARING A LIVE WINDOW LETS UPDATES IN".
           DISPLAY "UNDER THE BATCH.".
           PERFORM GET-OK-TO-CLEAR.
           IF OK-TO-CLEAR = "Y"
               PERFORM END-THE-WINDOW-HERE
               DISPLAY "BATCH WINDOW CLEARED".

       END-THE-WINDOW-HERE.
           MOVE "N" TO SYSTEM-BATCH-FLAG.
           ACCEPT SYSTEM-BATCH-END-DATE FROM DATE YYYYMMDD.
           ACCEPT SYSTEM-BATCH-END-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR TO SYSTEM-BATCH-CLEARED-BY.
           PERFORM WRITE-SYSTEM-STATUS.

       GET-OK-TO-CLEAR.
           PERFORM ACCEPT-OK-TO-CLEAR.
           PERFORM RE-ACCEPT-OK-TO-CLEAR
               UNTIL OK-TO-CLEAR = "Y" OR "N".

       ACCEPT-OK-TO-CLEAR.
           DISPLAY "CLEAR IT (Y/N)?".
           ACCEPT OK-TO-CLEAR.
           INSPECT OK-TO-CLEAR
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-CLEAR.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-CLEAR.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPRMNT01.
      *------------------------------------
      * Fiscal Period Calendar Maintenance
      *
      * Keeps the fiscal period file - one
      * record per accounting period with
      * its start and end dates and its
      * open / soft-closed / closed status.
      * The periods are whatever the
      * company's fiscal year uses: calendar
      * months, a 4-4-5 quarter, or a
      * 13-period year.
      *
      * 1. ADD - keys a year's periods in
      *    one sitting. A new period may
      *    not overlap one already on file.
      * 2. LIST - the calendar in date
      *    order with each period's status.
      * 3. CHANGE STATUS - opens, soft-
      *    closes or closes a period.
      *    Voucher entry (VCHMNT01,
      *    VCHENT01, VCHIMP01), the check
      *    run (VCHPAY02) and manual checks
      *    (CHKMAN01) refuse a date in a
      *    closed period, and in a soft-
      *    closed one unless the operator
      *    is a level-9 supervisor.
      * 4. DELETE - removes a period keyed
      *    in error.
      *
      * Adding, changing and deleting are
      * supervisor work and are gated at
      * level 9. Anyone may list.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slfpr01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdfpr01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  FISCAL-PERIOD-AT-END        PIC X.
       77  PERIOD-RECORD-FOUND         PIC X.
       77  PERIOD-OVERLAPS             PIC X.
       77  OK-TO-DELETE                PIC X.
       77  OK-TO-REOPEN                PIC X.
       77  LISTED-COUNT                PIC 9(4).

       77  ENTRY-YEAR                  PIC 9(4).
       77  ENTRY-PERIOD                PIC 9(2).
       77  ENTRY-START-DATE            PIC 9(8).
       77  ENTRY-END-DATE              PIC 9(8).
       77  ENTRY-STATUS                PIC X.
       77  FORMATTED-START-DATE        PIC Z9/99/9999.
       77  STATUS-WORDS                PIC X(11).

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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           CLOSE FISCAL-PERIOD-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

      *--------------------------------
      * Listing is open to anyone -
      * everything that changes the
      * calendar needs a level-9
      * supervisor.
      *--------------------------------
       DO-ONE-FUNCTION.
           IF MENU-PICK = 2
               PERFORM LIST-THE-PERIODS
           ELSE
           IF SIGNED-ON-LEVEL < 9
               PERFORM REFUSE-THE-PICK
           ELSE
               PERFORM TAKE-THE-PICK.
           PERFORM GET-MENU-PICK.

       REFUSE-THE-PICK.
           DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR".
           DISPLAY "- YOURS IS " SIGNED-ON-LEVEL ".".

       TAKE-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-PERIODS.
           IF MENU-PICK = 3
               PERFORM CHANGE-A-STATUS.
           IF MENU-PICK = 4
               PERFORM DELETE-A-PERIOD.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    FISCAL PERIOD CALENDAR".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD PERIODS".
           DISPLAY "          2.  LIST THE CALENDAR".
           DISPLAY "          3.  OPEN / SOFT-CLOSE / CLOSE A PERIOD".
           DISPLAY "          4.  DELETE A PERIOD".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * 1. ADD - a zero year ends the
      * batch. Each new period starts
      * out open.
      *--------------------------------
       ADD-PERIODS.
           PERFORM ENTER-PERIOD-ID.
           PERFORM ADD-ONE-PERIOD
               UNTIL ENTRY-YEAR = ZEROES.

       ADD-ONE-PERIOD.
           PERFORM ENTER-START-DATE.
           PERFORM ENTER-END-DATE.
           PERFORM CHECK-PERIOD-OVERLAP.
           IF PERIOD-OVERLAPS = "Y"
               DISPLAY "THOSE DATES OVERLAP PERIOD "
                       FISCAL-PERIOD-YEAR "-" FISCAL-PERIOD-NUMBER
                       " - NOT ADDED"
           ELSE
               PERFORM WRITE-THE-NEW-PERIOD.
           PERFORM ENTER-PERIOD-ID.

       WRITE-THE-NEW-PERIOD.
           MOVE ENTRY-END-DATE TO FISCAL-PERIOD-END-DATE.
           MOVE ENTRY-YEAR TO FISCAL-PERIOD-YEAR.
           MOVE ENTRY-PERIOD TO FISCAL-PERIOD-NUMBER.
           MOVE ENTRY-START-DATE TO FISCAL-PERIOD-START-DATE.
           MOVE "O" TO FISCAL-PERIOD-STATUS.
           MOVE SIGNED-ON-OPERATOR TO FISCAL-PERIOD-CHANGED-BY.
           ACCEPT FISCAL-PERIOD-CHANGED-DATE FROM DATE YYYYMMDD.
           WRITE FISCAL-PERIOD-RECORD
               INVALID KEY
               DISPLAY "THAT PERIOD IS ALREADY ON THE CALENDAR".

       ENTER-PERIOD-ID.
           PERFORM ACCEPT-PERIOD-YEAR.
           IF ENTRY-YEAR NOT = ZEROES
               PERFORM ENTER-PERIOD-NUMBER.

       ACCEPT-PERIOD-YEAR.
           DISPLAY "FISCAL YEAR (CCYY, 0 TO STOP)?".
           ACCEPT ENTRY-YEAR.

       ENTER-PERIOD-NUMBER.
           PERFORM ACCEPT-PERIOD-NUMBER.
           PERFORM RE-ACCEPT-PERIOD-NUMBER
               UNTIL ENTRY-PERIOD > ZEROES
                   AND ENTRY-PERIOD < 14.

       ACCEPT-PERIOD-NUMBER.
           DISPLAY "PERIOD NUMBER (1-13)?".
           ACCEPT ENTRY-PERIOD.

       RE-ACCEPT-PERIOD-NUMBER.
           DISPLAY "THE PERIOD MUST BE 1 THROUGH 13".
           PERFORM ACCEPT-PERIOD-NUMBER.

       ENTER-START-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "FIRST DAY OF THE PERIOD (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A START DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO ENTRY-START-DATE.

       ENTER-END-DATE.
           PERFORM ACCEPT-END-DATE.
           PERFORM RE-ACCEPT-END-DATE
               UNTIL ENTRY-END-DATE NOT < ENTRY-START-DATE.

       ACCEPT-END-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "LAST DAY OF THE PERIOD (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN END DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO ENTRY-END-DATE.

       RE-ACCEPT-END-DATE.
           DISPLAY "THE PERIOD CANNOT END BEFORE IT STARTS".
           PERFORM ACCEPT-END-DATE.

      *--------------------------------
      * Periods on file never overlap,
      * so the first one ending on or
      * after the new start date is the
      * only one that can collide - it
      * does if it starts on or before
      * the new end date.
      *--------------------------------
       CHECK-PERIOD-OVERLAP.
           MOVE "N" TO PERIOD-OVERLAPS.
           MOVE ENTRY-START-DATE TO FISCAL-PERIOD-END-DATE.
           MOVE "N" TO FISCAL-PERIOD-AT-END.
           START FISCAL-PERIOD-FILE
               KEY NOT < FISCAL-PERIOD-END-DATE
               INVALID KEY
               MOVE "Y" TO FISCAL-PERIOD-AT-END.
           IF FISCAL-PERIOD-AT-END NOT = "Y"
               PERFORM READ-NEXT-PERIOD.
           IF FISCAL-PERIOD-AT-END NOT = "Y"
               IF FISCAL-PERIOD-START-DATE NOT > ENTRY-END-DATE
                   MOVE "Y" TO PERIOD-OVERLAPS.

      *--------------------------------
      * 2. LIST - the whole calendar
      * in date order.
      *--------------------------------
       LIST-THE-PERIODS.
           MOVE ZEROES TO LISTED-COUNT.
           PERFORM READ-FIRST-PERIOD.
           PERFORM LIST-ONE-PERIOD
               UNTIL FISCAL-PERIOD-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "THE CALENDAR IS EMPTY".

       LIST-ONE-PERIOD.
           ADD 1 TO LISTED-COUNT.
           PERFORM SET-STATUS-WORDS.
           MOVE FISCAL-PERIOD-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO FORMATTED-START-DATE.
           MOVE FISCAL-PERIOD-END-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY FISCAL-PERIOD-YEAR "-" FISCAL-PERIOD-NUMBER "  "
                   FORMATTED-START-DATE " - " FORMATTED-DATE "  "
                   STATUS-WORDS " " FISCAL-PERIOD-CHANGED-BY.
           PERFORM READ-NEXT-PERIOD.

       SET-STATUS-WORDS.
           IF FISCAL-PERIOD-IS-CLOSED
               MOVE "CLOSED" TO STATUS-WORDS
           ELSE
           IF FISCAL-PERIOD-IS-SOFT-CLOSED
               MOVE "SOFT-CLOSED" TO STATUS-WORDS
           ELSE
               MOVE "OPEN" TO STATUS-WORDS.

      *--------------------------------
      * 3. CHANGE STATUS - reopening a
      * closed period asks twice; the
      * GL may already have closed it.
      *--------------------------------
       CHANGE-A-STATUS.
           PERFORM GET-EXISTING-PERIOD.
           IF PERIOD-RECORD-FOUND = "Y"
               PERFORM CHANGE-THE-STATUS.

       CHANGE-THE-STATUS.
           PERFORM SET-STATUS-WORDS.
           DISPLAY "PERIOD " FISCAL-PERIOD-YEAR "-"
                   FISCAL-PERIOD-NUMBER " IS " STATUS-WORDS.
           PERFORM ENTER-NEW-STATUS.
           MOVE "Y" TO OK-TO-REOPEN.
           IF FISCAL-PERIOD-IS-CLOSED AND ENTRY-STATUS NOT = "C"
               PERFORM GET-OK-TO-REOPEN.
           IF OK-TO-REOPEN = "Y"
               MOVE ENTRY-STATUS TO FISCAL-PERIOD-STATUS
               MOVE SIGNED-ON-OPERATOR TO FISCAL-PERIOD-CHANGED-BY
               ACCEPT FISCAL-PERIOD-CHANGED-DATE FROM DATE YYYYMMDD
               PERFORM REWRITE-PERIOD-RECORD.

       ENTER-NEW-STATUS.
           PERFORM ACCEPT-NEW-STATUS.
           PERFORM RE-ACCEPT-NEW-STATUS
               UNTIL ENTRY-STATUS = "O" OR "S" OR "C".

       ACCEPT-NEW-STATUS.
           DISPLAY "NEW STATUS (O=OPEN S=SOFT-CLOSED C=CLOSED)?".
           ACCEPT ENTRY-STATUS.
           INSPECT ENTRY-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-NEW-STATUS.
           DISPLAY "THE STATUS MUST BE O, S OR C".
           PERFORM ACCEPT-NEW-STATUS.

       GET-OK-TO-REOPEN.
           PERFORM ACCEPT-OK-TO-REOPEN.
           PERFORM RE-ACCEPT-OK-TO-REOPEN
               UNTIL OK-TO-REOPEN = "Y" OR "N".

       ACCEPT-OK-TO-REOPEN.
           DISPLAY "THIS PERIOD IS CLOSED - REOPEN IT (Y/N)?".
           ACCEPT OK-TO-REOPEN.
           INSPECT OK-TO-REOPEN
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-REOPEN.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-REOPEN.

      *--------------------------------
      * 4. DELETE
      *--------------------------------
       DELETE-A-PERIOD.
           PERFORM GET-EXISTING-PERIOD.
           IF PERIOD-RECORD-FOUND = "Y"
               PERFORM CONFIRM-THE-DELETE.

       CONFIRM-THE-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".
           IF OK-TO-DELETE = "Y"
               DELETE FISCAL-PERIOD-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING THE PERIOD".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE PERIOD " FISCAL-PERIOD-YEAR "-"
                   FISCAL-PERIOD-NUMBER " (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

      *--------------------------------
      * Shared by change and delete -
      * the period is asked for by its
      * year and number.
      *--------------------------------
       GET-EXISTING-PERIOD.
           MOVE "N" TO PERIOD-RECORD-FOUND.
           PERFORM ENTER-PERIOD-ID.
           IF ENTRY-YEAR NOT = ZEROES
               PERFORM READ-PERIOD-BY-ID
               IF PERIOD-RECORD-FOUND = "N"
                   DISPLAY "THAT PERIOD IS NOT ON THE CALENDAR".

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-PERIOD-BY-ID.
           MOVE ENTRY-YEAR TO FISCAL-PERIOD-YEAR.
           MOVE ENTRY-PERIOD TO FISCAL-PERIOD-NUMBER.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ FISCAL-PERIOD-FILE RECORD
               KEY IS FISCAL-PERIOD-ID
               INVALID KEY
               MOVE "N" TO PERIOD-RECORD-FOUND.

       REWRITE-PERIOD-RECORD.
           REWRITE FISCAL-PERIOD-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING THE PERIOD".

       READ-FIRST-PERIOD.
           MOVE ZEROES TO FISCAL-PERIOD-END-DATE.
           MOVE "N" TO FISCAL-PERIOD-AT-END.
           START FISCAL-PERIOD-FILE
               KEY NOT < FISCAL-PERIOD-END-DATE
               INVALID KEY
               MOVE "Y" TO FISCAL-PERIOD-AT-END.
           IF FISCAL-PERIOD-AT-END NOT = "Y"
               PERFORM READ-NEXT-PERIOD.

       READ-NEXT-PERIOD.
           MOVE "N" TO FISCAL-PERIOD-AT-END.
           READ FISCAL-PERIOD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FISCAL-PERIOD-AT-END.

           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

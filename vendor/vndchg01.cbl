       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDCHG01.
      *------------------------------------
      * Vendor Mass Change
      *
      * Sets one field - the payment
      * terms code, the category, or the
      * default expense account - to one
      * new value on every vendor picked
      * by category, state, terms code,
      * 1099 type or a vendor number
      * range. The new value is checked
      * the same way VNDMNT04 checks it:
      * on the terms file, or an active
      * category or chart account, or
      * spaces for none.
      *
      * A preview lists every vendor that
      * would change, with its old and
      * new value, before anything is
      * written. On confirmation each
      * vendor is locked, changed, and a
      * before/after record goes to the
      * mass-change log under a new run
      * number (FDVMC01).
      *
      * REVERSE lists a run from the log
      * and, on confirmation, puts each
      * old value back - unless the
      * vendor has been changed again
      * since, which is reported and left
      * alone. Level-9 supervisors only.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvmc01.cbl".

           COPY "slcat01.cbl".

           COPY "sltrm01.cbl".

           COPY "slcoa01.cbl".

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvmc01.cbl".

           COPY "fdcat01.cbl".

           COPY "fdtrm01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 9.
           88  MENU-PICK-IS-VALID    VALUES 0 THRU 2.

       77  SELECT-BY                 PIC 9.
           88  SELECT-BY-IS-VALID    VALUES 0 THRU 5.
       77  SELECT-VALUE              PIC X(4).
       77  SELECT-FROM-VENDOR        PIC 9(7).
       77  SELECT-THRU-VENDOR        PIC 9(7).
       77  SELECTION-TEXT            PIC X(30).

       77  CHANGE-FIELD              PIC 9.
           88  CHANGE-FIELD-IS-VALID VALUES 0 THRU 3.
       77  NEW-VALUE                 PIC X(15).
       77  OLD-VALUE                 PIC X(15).
       77  FIELD-CODE                PIC X.
       77  FIELD-NAME                PIC X(20).

       77  OK-TO-PROCESS             PIC X.
       77  VENDOR-PICKED             PIC X.
       77  UPDATING                  PIC X.
       77  RUN-NUMBER                PIC 9(6).
       77  REVERSE-RUN               PIC 9(6).

       77  VENDOR-FILE-AT-END        PIC X.
       77  VMC-FILE-AT-END           PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  VMC-RECORD-FOUND          PIC X.
       77  CATEGORY-RECORD-FOUND     PIC X.
       77  TERMS-RECORD-FOUND        PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  VALUE-IS-VALID            PIC X.

       77  CHANGE-COUNT              PIC 9(5).
       77  ALREADY-SET-COUNT         PIC 9(5).
       77  SKIPPED-COUNT             PIC 9(5).

       77  TODAY-DATE                PIC 9(8).
       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-VENDOR          PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NAME            PIC X(24).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-OLD             PIC X(15).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NEW             PIC X(15).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-RESULT          PIC X(15).

       01  COLUMN-LINE.
           05  FILLER                PIC X(8)  VALUE "VENDOR".
           05  FILLER                PIC X(25) VALUE "NAME".
           05  FILLER                PIC X(16) VALUE "OLD VALUE".
           05  FILLER                PIC X(16) VALUE "NEW VALUE".
           05  FILLER                PIC X(15) VALUE "RESULT".

       01  TITLE-LINE.
           05  FILLER                PIC X(20) VALUE SPACE.
           05  PRINT-TITLE           PIC X(35).
           05  FILLER                PIC X(8) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  RUN-LINE.
           05  FILLER                PIC X(6) VALUE "FIELD:".
           05  PRINT-FIELD-NAME      PIC X(20).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-SELECTION       PIC X(30).
           05  FILLER                PIC X(5) VALUE " RUN ".
           05  PRINT-RUN             PIC Z(5)9.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-TEXT      PIC X(40).
           05  PRINT-TOTAL-COUNT     PIC ZZZZ9.

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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O VENDOR-FILE.
           OPEN I-O VENDOR-MASS-CHANGE-FILE.
           OPEN INPUT CATEGORY-FILE.
           OPEN INPUT TERMS-FILE.
           OPEN INPUT COA-FILE.
           OPEN I-O RECORD-LOCK-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-MASS-CHANGE-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE TERMS-FILE.
           CLOSE COA-FILE.
           CLOSE RECORD-LOCK-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM GET-MENU-PICK
               PERFORM DO-THE-PICK
                   UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
           DISPLAY " ".
           DISPLAY "    VENDOR MASS CHANGE".
           DISPLAY " ".
           DISPLAY "          1.  CHANGE A FIELD ON MANY VENDORS".
           DISPLAY "          2.  REVERSE AN EARLIER CHANGE RUN".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM MASS-CHANGE
           ELSE
           IF MENU-PICK = 2
               PERFORM REVERSE-A-RUN.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * CHANGE
      *--------------------------------
       MASS-CHANGE.
           PERFORM GET-SELECT-BY.
           IF SELECT-BY NOT = 0
               PERFORM GET-CHANGE-FIELD.
           IF SELECT-BY NOT = 0 AND CHANGE-FIELD NOT = 0
               PERFORM PREVIEW-AND-CHANGE.

       PREVIEW-AND-CHANGE.
           MOVE "N" TO UPDATING.
           MOVE "VENDOR MASS CHANGE PREVIEW" TO PRINT-TITLE.
           MOVE ZEROES TO RUN-NUMBER.
           PERFORM RUN-THROUGH-VENDORS.
           IF CHANGE-COUNT = ZEROES
               DISPLAY "NO VENDOR WOULD CHANGE - NOTHING DONE"
           ELSE
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   PERFORM FIND-NEXT-RUN-NUMBER
                   MOVE "Y" TO UPDATING
                   MOVE "VENDOR MASS CHANGE REGISTER"
                       TO PRINT-TITLE
                   PERFORM RUN-THROUGH-VENDORS
                   DISPLAY "RUN " RUN-NUMBER " - "
                           CHANGE-COUNT " VENDORS CHANGED".

      *--------------------------------
      * The same pass serves the
      * preview and the update, so what
      * was shown is what is changed.
      *--------------------------------
       RUN-THROUGH-VENDORS.
           MOVE ZEROES TO CHANGE-COUNT ALREADY-SET-COUNT
                          SKIPPED-COUNT.
           PERFORM START-NEW-PAGE.
           PERFORM READ-FIRST-VENDOR.
           PERFORM LOOK-AT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".
           PERFORM PRINT-CHANGE-TOTALS.
           PERFORM END-LAST-PAGE.

       LOOK-AT-ONE-VENDOR.
           PERFORM CHECK-THE-SELECTION.
           IF VENDOR-PICKED = "Y"
               PERFORM GET-THE-OLD-VALUE
               IF OLD-VALUE = NEW-VALUE
                   ADD 1 TO ALREADY-SET-COUNT
               ELSE
                   PERFORM CHANGE-ONE-VENDOR.
           PERFORM READ-NEXT-VENDOR.

       CHANGE-ONE-VENDOR.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VENDOR-NUMBER TO PRINT-VENDOR.
           MOVE VENDOR-NAME TO PRINT-NAME.
           MOVE OLD-VALUE TO PRINT-OLD.
           MOVE NEW-VALUE TO PRINT-NEW.
           IF UPDATING = "Y"
               PERFORM UPDATE-ONE-VENDOR
           ELSE
               ADD 1 TO CHANGE-COUNT.
           PERFORM PRINT-THE-DETAIL.

       UPDATE-ONE-VENDOR.
           MOVE "N" TO LOCK-FILE-CODE-WANTED.
           MOVE VENDOR-NUMBER TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN NOT = "Y"
               ADD 1 TO SKIPPED-COUNT
               MOVE "IN USE - SKIPPED" TO PRINT-RESULT
           ELSE
               PERFORM PUT-THE-NEW-VALUE
               MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY
               PERFORM REWRITE-VENDOR-RECORD
               PERFORM LOG-THE-CHANGE
               PERFORM RELEASE-RECORD-LOCK
               ADD 1 TO CHANGE-COUNT
               MOVE "CHANGED" TO PRINT-RESULT.

       LOG-THE-CHANGE.
           MOVE RUN-NUMBER TO VMC-RUN.
           MOVE VENDOR-NUMBER TO VMC-VENDOR.
           MOVE TODAY-DATE TO VMC-DATE.
           MOVE SIGNED-ON-OPERATOR TO VMC-OPERATOR.
           MOVE FIELD-CODE TO VMC-FIELD.
           MOVE SELECTION-TEXT TO VMC-SELECTION.
           MOVE OLD-VALUE TO VMC-OLD-VALUE.
           MOVE NEW-VALUE TO VMC-NEW-VALUE.
           MOVE "N" TO VMC-REVERSED.
           MOVE SPACE TO VMC-REVERSED-BY.
           MOVE ZEROES TO VMC-REVERSED-DATE.
           PERFORM WRITE-VMC-RECORD.

       CHECK-THE-SELECTION.
           MOVE "N" TO VENDOR-PICKED.
           IF SELECT-BY = 1
               IF VENDOR-CATEGORY = SELECT-VALUE
                   MOVE "Y" TO VENDOR-PICKED.
           IF SELECT-BY = 2
               IF VENDOR-STATE = SELECT-VALUE
                   MOVE "Y" TO VENDOR-PICKED.
           IF SELECT-BY = 3
               IF VENDOR-TERMS-CODE = SELECT-VALUE
                   MOVE "Y" TO VENDOR-PICKED.
           IF SELECT-BY = 4
               IF VENDOR-1099-TYPE = SELECT-VALUE
                   MOVE "Y" TO VENDOR-PICKED.
           IF SELECT-BY = 5
               IF VENDOR-NUMBER NOT < SELECT-FROM-VENDOR
                       AND VENDOR-NUMBER NOT > SELECT-THRU-VENDOR
                   MOVE "Y" TO VENDOR-PICKED.

       GET-THE-OLD-VALUE.
           MOVE SPACE TO OLD-VALUE.
           IF FIELD-CODE = "T"
               MOVE VENDOR-TERMS-CODE TO OLD-VALUE
           ELSE
           IF FIELD-CODE = "C"
               MOVE VENDOR-CATEGORY TO OLD-VALUE
           ELSE
               MOVE VENDOR-EXPENSE-ACCT TO OLD-VALUE.

       PUT-THE-NEW-VALUE.
           IF FIELD-CODE = "T"
               MOVE NEW-VALUE TO VENDOR-TERMS-CODE
           ELSE
           IF FIELD-CODE = "C"
               MOVE NEW-VALUE TO VENDOR-CATEGORY
           ELSE
               MOVE NEW-VALUE TO VENDOR-EXPENSE-ACCT.

      *--------------------------------
      * How to pick the vendors
      *--------------------------------
       GET-SELECT-BY.
           DISPLAY "SELECT VENDORS BY:".
           DISPLAY "  1. CATEGORY        2. STATE".
           DISPLAY "  3. TERMS CODE      4. 1099 TYPE".
           DISPLAY "  5. VENDOR NUMBER RANGE".
           PERFORM ACCEPT-SELECT-BY.
           PERFORM RE-ACCEPT-SELECT-BY
               UNTIL SELECT-BY-IS-VALID.
           IF SELECT-BY = 5
               PERFORM GET-VENDOR-RANGE
           ELSE
           IF SELECT-BY NOT = 0
               PERFORM GET-SELECT-VALUE.

       ACCEPT-SELECT-BY.
           DISPLAY "YOUR CHOICE (1-5, 0 TO EXIT)?".
           ACCEPT SELECT-BY.

       RE-ACCEPT-SELECT-BY.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-SELECT-BY.

       GET-SELECT-VALUE.
           IF SELECT-BY = 1
               DISPLAY "CATEGORY CODE TO SELECT (SPACES = NONE)?"
           ELSE
           IF SELECT-BY = 2
               DISPLAY "STATE CODE TO SELECT?"
           ELSE
           IF SELECT-BY = 3
               DISPLAY "TERMS CODE TO SELECT (SPACES = NONE)?"
           ELSE
               PERFORM SHOW-1099-TYPES.
           ACCEPT SELECT-VALUE.
           INSPECT SELECT-VALUE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO SELECTION-TEXT.
           IF SELECT-BY = 1
               STRING "CATEGORY " SELECT-VALUE
                   DELIMITED BY SIZE INTO SELECTION-TEXT
           ELSE
           IF SELECT-BY = 2
               STRING "STATE " SELECT-VALUE
                   DELIMITED BY SIZE INTO SELECTION-TEXT
           ELSE
           IF SELECT-BY = 3
               STRING "TERMS " SELECT-VALUE
                   DELIMITED BY SIZE INTO SELECTION-TEXT
           ELSE
               STRING "1099 TYPE " SELECT-VALUE
                   DELIMITED BY SIZE INTO SELECTION-TEXT.

       SHOW-1099-TYPES.
           DISPLAY "1099 TYPE TO SELECT - C(ORPORATION),".
           DISPLAY "I(NDIVIDUAL) OR P(ARTNERSHIP)?".

       GET-VENDOR-RANGE.
           DISPLAY "FROM VENDOR NUMBER?".
           ACCEPT SELECT-FROM-VENDOR.
           DISPLAY "THROUGH VENDOR NUMBER (ENTER FOR THE LAST)?".
           ACCEPT SELECT-THRU-VENDOR.
           IF SELECT-THRU-VENDOR = ZEROES
               MOVE 9999999 TO SELECT-THRU-VENDOR.
           MOVE SPACE TO SELECTION-TEXT.
           STRING "VENDORS " SELECT-FROM-VENDOR " TO "
                  SELECT-THRU-VENDOR
               DELIMITED BY SIZE INTO SELECTION-TEXT.

      *--------------------------------
      * What to change, and to what
      *--------------------------------
       GET-CHANGE-FIELD.
           DISPLAY "FIELD TO CHANGE:".
           DISPLAY "  1. PAYMENT TERMS CODE".
           DISPLAY "  2. CATEGORY".
           DISPLAY "  3. DEFAULT EXPENSE ACCOUNT".
           PERFORM ACCEPT-CHANGE-FIELD.
           PERFORM RE-ACCEPT-CHANGE-FIELD
               UNTIL CHANGE-FIELD-IS-VALID.
           IF CHANGE-FIELD = 1
               MOVE "T" TO FIELD-CODE
               MOVE "TERMS CODE" TO FIELD-NAME
           ELSE
           IF CHANGE-FIELD = 2
               MOVE "C" TO FIELD-CODE
               MOVE "CATEGORY" TO FIELD-NAME
           ELSE
               MOVE "E" TO FIELD-CODE
               MOVE "EXPENSE ACCOUNT" TO FIELD-NAME.
           IF CHANGE-FIELD NOT = 0
               PERFORM GET-NEW-VALUE.

       ACCEPT-CHANGE-FIELD.
           DISPLAY "YOUR CHOICE (1-3, 0 TO EXIT)?".
           ACCEPT CHANGE-FIELD.

       RE-ACCEPT-CHANGE-FIELD.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-CHANGE-FIELD.

       GET-NEW-VALUE.
           PERFORM ACCEPT-NEW-VALUE.
           PERFORM RE-ACCEPT-NEW-VALUE
               UNTIL VALUE-IS-VALID = "Y".

       ACCEPT-NEW-VALUE.
           DISPLAY "NEW " FIELD-NAME " (SPACES IF NONE)?".
           ACCEPT NEW-VALUE.
           INSPECT NEW-VALUE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO VALUE-IS-VALID.
           IF NEW-VALUE NOT = SPACE
               PERFORM VALIDATE-NEW-VALUE.

       VALIDATE-NEW-VALUE.
           IF FIELD-CODE = "T"
               MOVE NEW-VALUE TO TERMS-CODE
               PERFORM READ-TERMS-RECORD
               MOVE TERMS-RECORD-FOUND TO VALUE-IS-VALID
           ELSE
           IF FIELD-CODE = "C"
               PERFORM VALIDATE-NEW-CATEGORY
           ELSE
               PERFORM VALIDATE-NEW-EXPENSE-ACCT.

       VALIDATE-NEW-CATEGORY.
           MOVE NEW-VALUE TO CATEGORY-CODE.
           PERFORM READ-CATEGORY-RECORD.
           MOVE CATEGORY-RECORD-FOUND TO VALUE-IS-VALID.
           IF CATEGORY-RECORD-FOUND = "Y" AND CATEGORY-IS-INACTIVE
               MOVE "N" TO VALUE-IS-VALID.

       VALIDATE-NEW-EXPENSE-ACCT.
           MOVE NEW-VALUE TO COA-ACCOUNT.
           PERFORM READ-COA-RECORD.
           MOVE COA-RECORD-FOUND TO VALUE-IS-VALID.
           IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
               MOVE "N" TO VALUE-IS-VALID.

       RE-ACCEPT-NEW-VALUE.
           IF FIELD-CODE = "T"
               DISPLAY "THAT CODE IS NOT ON THE TERMS FILE"
               DISPLAY "- SEE TRMMNT01"
           ELSE
           IF FIELD-CODE = "C"
               DISPLAY "THAT CODE IS NOT ON THE CATEGORY FILE"
               DISPLAY "(OR IS INACTIVE) - SEE CATMNT01"
           ELSE
               DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF"
               DISPLAY "ACCOUNTS (OR IS INACTIVE)".
           PERFORM ACCEPT-NEW-VALUE.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           IF MENU-PICK = 1
               DISPLAY "CHANGE " FIELD-NAME " ON THE "
                       CHANGE-COUNT " VENDORS LISTED (Y/N)?"
           ELSE
               DISPLAY "PUT BACK THE OLD VALUES FOR RUN "
                       REVERSE-RUN " (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * Run numbers run on from the
      * highest one on the log.
      *--------------------------------
       FIND-NEXT-RUN-NUMBER.
           MOVE ZEROES TO RUN-NUMBER.
           MOVE LOW-VALUES TO VMC-KEY.
           PERFORM READ-FIRST-VMC-RECORD.
           PERFORM NOTE-ONE-RUN-NUMBER
               UNTIL VMC-FILE-AT-END = "Y".
           ADD 1 TO RUN-NUMBER.

       NOTE-ONE-RUN-NUMBER.
           IF VMC-RUN > RUN-NUMBER
               MOVE VMC-RUN TO RUN-NUMBER.
           PERFORM READ-NEXT-VMC-RECORD.

      *--------------------------------
      * REVERSE
      *--------------------------------
       REVERSE-A-RUN.
           PERFORM GET-REVERSE-RUN.
           IF REVERSE-RUN NOT = ZEROES
               MOVE "N" TO UPDATING
               MOVE "VENDOR MASS CHANGE RUN" TO PRINT-TITLE
               PERFORM RUN-THROUGH-THE-LOG
               PERFORM GET-OK-TO-PROCESS
               IF OK-TO-PROCESS = "Y"
                   MOVE "Y" TO UPDATING
                   MOVE "VENDOR MASS CHANGE REVERSAL"
                       TO PRINT-TITLE
                   PERFORM RUN-THROUGH-THE-LOG
                   DISPLAY "RUN " REVERSE-RUN " - "
                           CHANGE-COUNT " VENDORS PUT BACK".

       GET-REVERSE-RUN.
           PERFORM ACCEPT-REVERSE-RUN.
           PERFORM RE-ACCEPT-REVERSE-RUN
               UNTIL REVERSE-RUN = ZEROES
                   OR VMC-RECORD-FOUND = "Y".

       ACCEPT-REVERSE-RUN.
           DISPLAY "RUN NUMBER TO REVERSE (0 TO EXIT)?".
           ACCEPT REVERSE-RUN.
           MOVE "N" TO VMC-RECORD-FOUND.
           IF REVERSE-RUN NOT = ZEROES
               MOVE REVERSE-RUN TO VMC-RUN
               MOVE ZEROES TO VMC-VENDOR
               PERFORM READ-FIRST-VMC-RECORD
               IF VMC-FILE-AT-END NOT = "Y"
                       AND VMC-RUN = REVERSE-RUN
                   MOVE "Y" TO VMC-RECORD-FOUND.

       RE-ACCEPT-REVERSE-RUN.
           DISPLAY "THAT RUN IS NOT ON THE MASS-CHANGE LOG".
           PERFORM ACCEPT-REVERSE-RUN.

      *--------------------------------
      * The old value goes back only
      * where the vendor still carries
      * what the run put there.
      *--------------------------------
       RUN-THROUGH-THE-LOG.
           MOVE ZEROES TO CHANGE-COUNT ALREADY-SET-COUNT
                          SKIPPED-COUNT.
           MOVE REVERSE-RUN TO VMC-RUN RUN-NUMBER.
           MOVE ZEROES TO VMC-VENDOR.
           PERFORM READ-FIRST-VMC-RECORD.
           MOVE VMC-SELECTION TO SELECTION-TEXT.
           MOVE VMC-FIELD TO FIELD-CODE.
           PERFORM NAME-THE-LOGGED-FIELD.
           PERFORM START-NEW-PAGE.
           PERFORM LOOK-AT-ONE-LOG-RECORD
               UNTIL VMC-FILE-AT-END = "Y"
                   OR VMC-RUN NOT = REVERSE-RUN.
           PERFORM PRINT-REVERSE-TOTALS.
           PERFORM END-LAST-PAGE.

       NAME-THE-LOGGED-FIELD.
           IF VMC-FIELD-IS-TERMS
               MOVE "TERMS CODE" TO FIELD-NAME
           ELSE
           IF VMC-FIELD-IS-CATEGORY
               MOVE "CATEGORY" TO FIELD-NAME
           ELSE
               MOVE "EXPENSE ACCOUNT" TO FIELD-NAME.

       LOOK-AT-ONE-LOG-RECORD.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VMC-VENDOR TO PRINT-VENDOR.
           MOVE VMC-OLD-VALUE TO PRINT-OLD.
           MOVE VMC-NEW-VALUE TO PRINT-NEW.
           MOVE VMC-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO PRINT-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO PRINT-NAME.
           IF VMC-IS-REVERSED
               ADD 1 TO ALREADY-SET-COUNT
               MOVE "ALREADY BACK" TO PRINT-RESULT
           ELSE
           IF UPDATING = "Y"
               PERFORM REVERSE-ONE-VENDOR
           ELSE
               ADD 1 TO CHANGE-COUNT.
           PERFORM PRINT-THE-DETAIL.
           PERFORM READ-NEXT-VMC-RECORD.

       REVERSE-ONE-VENDOR.
           MOVE "N" TO LOCK-FILE-CODE-WANTED.
           MOVE VMC-VENDOR TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN NOT = "Y"
               ADD 1 TO SKIPPED-COUNT
               MOVE "IN USE - SKIPPED" TO PRINT-RESULT
           ELSE
               PERFORM REVERSE-THE-LOCKED-VENDOR
               PERFORM RELEASE-RECORD-LOCK.

       REVERSE-THE-LOCKED-VENDOR.
           IF VENDOR-RECORD-FOUND = "Y"
               PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               PERFORM GET-THE-OLD-VALUE.
           IF VENDOR-RECORD-FOUND NOT = "Y"
                   OR OLD-VALUE NOT = VMC-NEW-VALUE
               ADD 1 TO SKIPPED-COUNT
               MOVE "CHANGED SINCE" TO PRINT-RESULT
           ELSE
               MOVE VMC-OLD-VALUE TO NEW-VALUE
               PERFORM PUT-THE-NEW-VALUE
               MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY
               PERFORM REWRITE-VENDOR-RECORD
               MOVE "Y" TO VMC-REVERSED
               MOVE SIGNED-ON-OPERATOR TO VMC-REVERSED-BY
               MOVE TODAY-DATE TO VMC-REVERSED-DATE
               PERFORM REWRITE-VMC-RECORD
               ADD 1 TO CHANGE-COUNT
               MOVE "PUT BACK" TO PRINT-RESULT.

      *--------------------------------
      * Printing
      *--------------------------------
       PRINT-CHANGE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           IF UPDATING = "Y"
               MOVE "VENDORS CHANGED:" TO PRINT-TOTAL-TEXT
           ELSE
               MOVE "VENDORS THAT WOULD CHANGE:" TO PRINT-TOTAL-TEXT.
           MOVE CHANGE-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "SELECTED BUT ALREADY SET:" TO PRINT-TOTAL-TEXT.
           MOVE ALREADY-SET-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           IF UPDATING = "Y"
               MOVE SPACE TO TOTAL-LINE
               MOVE "IN USE - NOT CHANGED:" TO PRINT-TOTAL-TEXT
               MOVE SKIPPED-COUNT TO PRINT-TOTAL-COUNT
               PERFORM PRINT-ONE-TOTAL.

       PRINT-REVERSE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO TOTAL-LINE.
           IF UPDATING = "Y"
               MOVE "VENDORS PUT BACK:" TO PRINT-TOTAL-TEXT
           ELSE
               MOVE "VENDORS STILL TO PUT BACK:"
                   TO PRINT-TOTAL-TEXT.
           MOVE CHANGE-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "REVERSED BY AN EARLIER RUN:" TO PRINT-TOTAL-TEXT.
           MOVE ALREADY-SET-COUNT TO PRINT-TOTAL-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           IF UPDATING = "Y"
               MOVE SPACE TO TOTAL-LINE
               MOVE "IN USE OR CHANGED SINCE - LEFT ALONE:"
                   TO PRINT-TOTAL-TEXT
               MOVE SKIPPED-COUNT TO PRINT-TOTAL-COUNT
               PERFORM PRINT-ONE-TOTAL.

       PRINT-THE-DETAIL.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-TOTAL.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE FIELD-NAME TO PRINT-FIELD-NAME.
           MOVE SELECTION-TEXT TO PRINT-SELECTION.
           MOVE RUN-NUMBER TO PRINT-RUN.
           MOVE RUN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-FIRST-VENDOR.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-FILE-AT-END.
           START VENDOR-FILE
               KEY NOT < VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
           IF VENDOR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR.

       READ-NEXT-VENDOR.
           MOVE "N" TO VENDOR-FILE-AT-END.
           READ VENDOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

       READ-FIRST-VMC-RECORD.
           MOVE "N" TO VMC-FILE-AT-END.
           START VENDOR-MASS-CHANGE-FILE
               KEY NOT < VMC-KEY
               INVALID KEY
               MOVE "Y" TO VMC-FILE-AT-END.
           IF VMC-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VMC-RECORD.

       READ-NEXT-VMC-RECORD.
           MOVE "N" TO VMC-FILE-AT-END.
           READ VENDOR-MASS-CHANGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VMC-FILE-AT-END.

       WRITE-VMC-RECORD.
           WRITE VENDOR-MASS-CHANGE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING MASS-CHANGE LOG RECORD".

       REWRITE-VMC-RECORD.
           REWRITE VENDOR-MASS-CHANGE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING MASS-CHANGE LOG RECORD".

       READ-CATEGORY-RECORD.
           MOVE "Y" TO CATEGORY-RECORD-FOUND.
           READ CATEGORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO CATEGORY-RECORD-FOUND.

       READ-TERMS-RECORD.
           MOVE "Y" TO TERMS-RECORD-FOUND.
           READ TERMS-FILE RECORD
               INVALID KEY
               MOVE "N" TO TERMS-RECORD-FOUND.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

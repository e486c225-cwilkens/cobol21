       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPMNT01.
      *------------------------------------
      * Stop-Payment Requests
      *
      * Request, confirm, look up and list
      * stop payments on lost or stolen
      * checks. Voiding the check in
      * VCHVOD01 or reissuing it in
      * CHKRSU01 settles our books; the
      * stop is what keeps the bank from
      * paying the paper if it turns up.
      *
      * A request takes the check off the
      * check file - it must be a paper
      * check that has not cleared and was
      * not escheated - with the bank's
      * reason code, the operator's reason,
      * the bank's fee and the date the
      * stop lapses (180 days out unless
      * the bank quotes otherwise). It
      * sits as REQUESTED until STPEXP01
      * sends it and the bank's
      * confirmation is keyed here, then
      * CONFIRMED. An EXPIRED stop (see
      * STPRPT01) is renewed by requesting
      * it again. Each request is noted on
      * the vendor's note file.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slstp01.cbl".

           COPY "slchk01.cbl".

           COPY "slvnd02.cbl".

           COPY "slvnt01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdstp01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  STOP-RECORD-FOUND           PIC X.
       77  CHECK-RECORD-FOUND          PIC X.
       77  VENDOR-RECORD-FOUND         PIC X.
       77  STOP-FILE-AT-END            PIC X.
       77  KEY-IS-GOOD                 PIC X.
       77  OK-TO-REQUEST               PIC X.
       77  LISTED-COUNT                PIC 9(4).
       77  ACCOUNT-ENTRY               PIC 9(10).
       77  CHECK-ENTRY                 PIC 9(8).
       77  FEE-ENTRY                   PIC 9(5)V99.
       77  TODAYS-DATE                 PIC 9(8).
       77  STOP-DAYS-GOOD              PIC 9(3) VALUE 180.
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.
       77  FEE-FIELD                   PIC ZZ,ZZ9.99-.
       77  STATUS-NAME                 PIC X(9).
       77  EXPIRE-FIELD                PIC Z9/99/9999.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsvnt01.cbl".

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
           OPEN I-O STOP-PAYMENT-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE STOP-PAYMENT-FILE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-NOTE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM REQUEST-STOPS
           ELSE
           IF MENU-PICK = 2
               PERFORM CONFIRM-STOPS
           ELSE
           IF MENU-PICK = 3
               PERFORM LOOK-UP-STOPS
           ELSE
           IF MENU-PICK = 4
               PERFORM LIST-THE-STOPS.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    STOP-PAYMENT REQUESTS".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  REQUEST (OR RENEW) A STOP".
           DISPLAY "          2.  RECORD THE BANK'S CONFIRMATION".
           DISPLAY "          3.  LOOK UP A STOP".
           DISPLAY "          4.  LIST THE STOPS".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * The key - account and check
      * number, as on the check file.
      * A zero account ends the batch.
      *--------------------------------
       GET-STOP-KEY.
           PERFORM ACCEPT-STOP-KEY.
           PERFORM RE-ACCEPT-STOP-KEY
               UNTIL ACCOUNT-ENTRY = ZEROES
                   OR KEY-IS-GOOD = "Y".

       ACCEPT-STOP-KEY.
           MOVE "N" TO KEY-IS-GOOD.
           DISPLAY "CHECK ACCOUNT (0 TO STOP)?".
           ACCEPT ACCOUNT-ENTRY.
           IF ACCOUNT-ENTRY NOT = ZEROES
               DISPLAY "CHECK NUMBER?"
               ACCEPT CHECK-ENTRY
               MOVE ACCOUNT-ENTRY TO STOP-ACCOUNT
               MOVE CHECK-ENTRY TO STOP-CHECK-NUMBER
               PERFORM READ-STOP-RECORD
               MOVE ACCOUNT-ENTRY TO CHECK-ACCOUNT
               MOVE CHECK-ENTRY TO CHECK-NUMBER
               PERFORM READ-CHECK-RECORD
               MOVE "Y" TO KEY-IS-GOOD.

       RE-ACCEPT-STOP-KEY.
           PERFORM ACCEPT-STOP-KEY.

      *--------------------------------
      * 1. REQUEST - a fresh stop, or
      * a renewal of an expired one.
      * An open stop is left alone.
      *--------------------------------
       REQUEST-STOPS.
           PERFORM GET-STOP-KEY.
           PERFORM REQUEST-ONE-STOP
               UNTIL ACCOUNT-ENTRY = ZEROES.

       REQUEST-ONE-STOP.
           IF STOP-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-STOP.
           IF STOP-RECORD-FOUND = "Y" AND STOP-IS-OPEN
               DISPLAY "A STOP IS ALREADY OPEN ON THAT CHECK"
           ELSE
           IF CHECK-RECORD-FOUND = "N"
               DISPLAY "CHECK NOT ON FILE"
           ELSE
               PERFORM CHECK-IT-CAN-BE-STOPPED.
           PERFORM GET-STOP-KEY.

      *--------------------------------
      * Only paper can be stopped - a
      * wire, a vendor debit or a
      * direct deposit never was a
      * check. A cleared check is
      * already paid, an escheated one
      * belongs to the state.
      *--------------------------------
       CHECK-IT-CAN-BE-STOPPED.
           IF CHECK-CLEARED = "Y"
               DISPLAY "THAT CHECK HAS CLEARED THE BANK"
           ELSE
           IF CHECK-IS-ESCHEATED
               DISPLAY "THAT CHECK WAS ESCHEATED TO THE STATE"
           ELSE
           IF CHECK-IS-WIRE OR CHECK-IS-DEBIT OR CHECK-IS-CARD
               DISPLAY "THAT PAYMENT WAS NOT A PAPER CHECK"
           ELSE
           IF CHECK-IS-ACH-PAID
               DISPLAY "THAT PAYMENT WENT BY DIRECT DEPOSIT"
           ELSE
               PERFORM ENTER-THE-REQUEST.

       ENTER-THE-REQUEST.
           PERFORM FILL-FROM-THE-CHECK.
           PERFORM ENTER-STOP-REASON-CODE.
           PERFORM ENTER-STOP-REASON.
           PERFORM ENTER-STOP-BANK-FEE.
           PERFORM ENTER-STOP-EXPIRE-DATE.
           PERFORM GET-OK-TO-REQUEST.
           IF OK-TO-REQUEST = "Y"
               PERFORM SAVE-THE-REQUEST.

       SAVE-THE-REQUEST.
           MOVE TODAYS-DATE TO STOP-REQUEST-DATE.
           MOVE SIGNED-ON-OPERATOR TO STOP-REQUESTED-BY.
           MOVE "R" TO STOP-STATUS.
           MOVE ZEROES TO STOP-SENT-DATE STOP-CONFIRM-DATE.
           MOVE SPACE TO STOP-BANK-REFERENCE.
           IF STOP-RECORD-FOUND = "Y"
               PERFORM REWRITE-STOP-RECORD
           ELSE
               PERFORM WRITE-STOP-RECORD.
           PERFORM DROP-THE-STOP-NOTE.
           DISPLAY "STOP REQUESTED - STPEXP01 SENDS IT TO THE BANK".

       FILL-FROM-THE-CHECK.
           MOVE CHECK-AMOUNT TO STOP-AMOUNT.
           MOVE CHECK-ISSUE-DATE TO STOP-ISSUE-DATE.
           MOVE CHECK-REFERENCE TO STOP-PAYEE.
           IF CHECK-VENDOR NOT = ZEROES
               MOVE CHECK-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   MOVE VENDOR-NAME TO STOP-PAYEE.
           MOVE STOP-AMOUNT TO AMOUNT-FIELD.
           MOVE STOP-ISSUE-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "CHECK " CHECK-NUMBER " ISSUED " FORMATTED-DATE
                   " AMOUNT " AMOUNT-FIELD.
           DISPLAY "PAYEE: " STOP-PAYEE.
           IF CHECK-IS-VOIDED
               DISPLAY "NOTE - THE CHECK IS VOIDED ON OUR BOOKS".

       ENTER-STOP-REASON-CODE.
           PERFORM ACCEPT-STOP-REASON-CODE.
           PERFORM RE-ACCEPT-STOP-REASON-CODE
               UNTIL STOP-REASON-IS-VALID.

       ACCEPT-STOP-REASON-CODE.
           DISPLAY "REASON: L-LOST S-STOLEN D-DESTROYED O-OTHER?".
           ACCEPT STOP-REASON-CODE.
           INSPECT STOP-REASON-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-STOP-REASON-CODE.
           DISPLAY "REASON MUST BE L, S, D OR O".
           PERFORM ACCEPT-STOP-REASON-CODE.

       ENTER-STOP-REASON.
           PERFORM ACCEPT-STOP-REASON.
           PERFORM RE-ACCEPT-STOP-REASON
               UNTIL STOP-REASON NOT = SPACE.

       ACCEPT-STOP-REASON.
           DISPLAY "DESCRIBE WHAT HAPPENED TO THE CHECK?".
           ACCEPT STOP-REASON.
           INSPECT STOP-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-STOP-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-STOP-REASON.

       ENTER-STOP-BANK-FEE.
           DISPLAY "BANK FEE FOR THE STOP (0 IF NONE)?".
           ACCEPT FEE-ENTRY.
           MOVE FEE-ENTRY TO STOP-BANK-FEE.

      *--------------------------------
      * Banks commonly hold a stop for
      * six months - blank takes that.
      *--------------------------------
       ENTER-STOP-EXPIRE-DATE.
           PERFORM ACCEPT-STOP-EXPIRE-DATE.
           PERFORM RE-ACCEPT-STOP-EXPIRE-DATE
               UNTIL STOP-EXPIRE-DATE > TODAYS-DATE.

       ACCEPT-STOP-EXPIRE-DATE.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "STOP EXPIRES(MM/DD/YYYY, BLANK FOR 180 DAYS)?"
               TO DATE-PROMPT.
           MOVE SPACE TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           IF DATE-YYYYMMDD = ZEROES
               MOVE TODAYS-DATE TO DATE-YYYYMMDD
               MOVE STOP-DAYS-GOOD TO DAYS-TO-ADD
               PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO STOP-EXPIRE-DATE.

       RE-ACCEPT-STOP-EXPIRE-DATE.
           DISPLAY "THE EXPIRATION MUST BE AFTER TODAY".
           PERFORM ACCEPT-STOP-EXPIRE-DATE.

       GET-OK-TO-REQUEST.
           PERFORM ACCEPT-OK-TO-REQUEST.
           PERFORM RE-ACCEPT-OK-TO-REQUEST
               UNTIL OK-TO-REQUEST = "Y" OR "N".

       ACCEPT-OK-TO-REQUEST.
           DISPLAY "REQUEST THIS STOP PAYMENT (Y/N)?".
           ACCEPT OK-TO-REQUEST.
           INSPECT OK-TO-REQUEST
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-REQUEST.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-REQUEST.

       DROP-THE-STOP-NOTE.
           IF CHECK-VENDOR NOT = ZEROES
               MOVE CHECK-VENDOR TO VNOTE-VENDOR
               MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR
               MOVE SPACE TO VNOTE-TEXT
               STRING "STOP PAYMENT REQUESTED ON CHECK "
                      CHECK-NUMBER " - " STOP-REASON
                   DELIMITED BY SIZE INTO VNOTE-TEXT
               PERFORM WRITE-VENDOR-NOTE.

      *--------------------------------
      * 2. CONFIRM - the bank's answer
      * to a requested stop: the date,
      * its reference, and the fee if
      * it differs from what was keyed.
      *--------------------------------
       CONFIRM-STOPS.
           PERFORM GET-STOP-KEY.
           PERFORM CONFIRM-ONE-STOP
               UNTIL ACCOUNT-ENTRY = ZEROES.

       CONFIRM-ONE-STOP.
           IF STOP-RECORD-FOUND = "N"
               DISPLAY "NO STOP IS ON FILE FOR THAT CHECK"
           ELSE
               PERFORM DISPLAY-THE-STOP
               IF NOT STOP-IS-REQUESTED
                   DISPLAY "ONLY A REQUESTED STOP CAN BE CONFIRMED"
               ELSE
                   PERFORM ENTER-THE-CONFIRMATION.
           PERFORM GET-STOP-KEY.

       ENTER-THE-CONFIRMATION.
           IF STOP-SENT-DATE = ZEROES
               DISPLAY "NOTE - STPEXP01 HAS NOT SENT THIS STOP".
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "BANK CONFIRMED ON(MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "A CONFIRMATION DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO STOP-CONFIRM-DATE.
           DISPLAY "BANK'S CONFIRMATION REFERENCE?".
           ACCEPT STOP-BANK-REFERENCE.
           INSPECT STOP-BANK-REFERENCE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE STOP-BANK-FEE TO FEE-FIELD.
           DISPLAY "BANK FEE CHARGED (0 TO KEEP " FEE-FIELD ")?".
           ACCEPT FEE-ENTRY.
           IF FEE-ENTRY NOT = ZEROES
               MOVE FEE-ENTRY TO STOP-BANK-FEE.
           MOVE "C" TO STOP-STATUS.
           PERFORM REWRITE-STOP-RECORD.
           DISPLAY "STOP CONFIRMED".

      *--------------------------------
      * 3. LOOK UP
      *--------------------------------
       LOOK-UP-STOPS.
           PERFORM GET-STOP-KEY.
           PERFORM LOOK-UP-ONE-STOP
               UNTIL ACCOUNT-ENTRY = ZEROES.

       LOOK-UP-ONE-STOP.
           IF STOP-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-STOP
           ELSE
               DISPLAY "NO STOP IS ON FILE FOR THAT CHECK".
           PERFORM GET-STOP-KEY.

       DISPLAY-THE-STOP.
           PERFORM SET-STATUS-NAME.
           MOVE STOP-AMOUNT TO AMOUNT-FIELD.
           MOVE STOP-BANK-FEE TO FEE-FIELD.
           DISPLAY "ACCOUNT " STOP-ACCOUNT " CHECK "
                   STOP-CHECK-NUMBER " " STATUS-NAME.
           DISPLAY "  PAYEE " STOP-PAYEE " " AMOUNT-FIELD.
           MOVE STOP-REQUEST-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "  REQUESTED " FORMATTED-DATE " BY "
                   STOP-REQUESTED-BY " REASON " STOP-REASON-CODE
                   " " STOP-REASON.
           MOVE STOP-EXPIRE-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "  EXPIRES " FORMATTED-DATE " FEE " FEE-FIELD.
           IF STOP-SENT-DATE NOT = ZEROES
               MOVE STOP-SENT-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "  SENT TO THE BANK " FORMATTED-DATE.
           IF STOP-CONFIRM-DATE NOT = ZEROES
               MOVE STOP-CONFIRM-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "  CONFIRMED " FORMATTED-DATE " REF "
                       STOP-BANK-REFERENCE.

       SET-STATUS-NAME.
           IF STOP-IS-REQUESTED
               MOVE "REQUESTED" TO STATUS-NAME
           ELSE
           IF STOP-IS-CONFIRMED
               MOVE "CONFIRMED" TO STATUS-NAME
           ELSE
               MOVE "EXPIRED" TO STATUS-NAME.

      *--------------------------------
      * 4. LIST
      *--------------------------------
       LIST-THE-STOPS.
           MOVE ZEROES TO LISTED-COUNT.
           DISPLAY "ACCOUNT    CHECK#   PAYEE                "
                   "        AMOUNT EXPIRES    STATUS".
           PERFORM READ-FIRST-STOP.
           PERFORM LIST-ONE-STOP
               UNTIL STOP-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO STOPS ARE ON FILE".

       LIST-ONE-STOP.
           ADD 1 TO LISTED-COUNT.
           PERFORM SET-STATUS-NAME.
           MOVE STOP-AMOUNT TO AMOUNT-FIELD.
           MOVE STOP-EXPIRE-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO EXPIRE-FIELD.
           DISPLAY STOP-ACCOUNT " " STOP-CHECK-NUMBER " "
                   STOP-PAYEE (1:20) " " AMOUNT-FIELD " "
                   EXPIRE-FIELD " " STATUS-NAME.
           PERFORM READ-NEXT-STOP.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-STOP-RECORD.
           MOVE "Y" TO STOP-RECORD-FOUND.
           READ STOP-PAYMENT-FILE RECORD
               INVALID KEY
               MOVE "N" TO STOP-RECORD-FOUND.

       WRITE-STOP-RECORD.
           WRITE STOP-PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING STOP RECORD".

       REWRITE-STOP-RECORD.
           REWRITE STOP-PAYMENT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING STOP RECORD".

       READ-FIRST-STOP.
           MOVE LOW-VALUES TO STOP-KEY.
           MOVE "N" TO STOP-FILE-AT-END.
           START STOP-PAYMENT-FILE
               KEY NOT < STOP-KEY
               INVALID KEY
               MOVE "Y" TO STOP-FILE-AT-END.
           IF STOP-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-STOP.

       READ-NEXT-STOP.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STOP-FILE-AT-END.

       READ-CHECK-RECORD.
           MOVE "Y" TO CHECK-RECORD-FOUND.
           READ CHECK-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plvnt01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

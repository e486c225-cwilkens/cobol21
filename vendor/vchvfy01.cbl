       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHVFY01.
      *------------------------------------
      * Voucher Key Verification
      *
      * The old card-verifier step for
      * hand-keyed vouchers. With the
      * control file's key-verify limit
      * set, VCHENT01 and VCHMNT01 put
      * every voucher keyed at or over it
      * on file unverified, and the
      * selection programs pass it by
      * until it has been verified here.
      *
      * 1. RE-KEY A VOUCHER - a second
      *    operator, never the one who
      *    keyed or last changed it, keys
      *    the vendor, invoice number,
      *    amount and invoice date again
      *    from the paper invoice without
      *    seeing what is on file. Each
      *    field that does not agree is
      *    shown both ways, and the
      *    verifier says which keying the
      *    invoice bears out. When every
      *    difference was the verifier's
      *    own slip the voucher is marked
      *    verified; a keying error leaves
      *    it unverified to be corrected
      *    in VCHMNT01 - which sends it
      *    back here. Every re-key is
      *    logged (FDVFY01) for VFYRPT01.
      * 2. LIST UNVERIFIED VOUCHERS - the
      *    waiting work, with who keyed
      *    each one and when, but none of
      *    the keyed fields.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvfy01.cbl".

           COPY "sljrn01.cbl".

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvfy01.cbl".

           COPY "fdjrn01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 9.
           88  MENU-PICK-IS-VALID    VALUES 0 THRU 2.

       77  VOUCHER-RECORD-FOUND      PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  VOUCHER-IS-USABLE         PIC X.
       77  VFY-WRITE-DONE            PIC X.
       77  FIELD-IS-RIGHT            PIC X.
       77  TODAY-DATE                PIC 9(8).

       77  KEYED-BY                  PIC X(3).
       77  KEYER-ERROR-COUNT         PIC 9.
       77  WAITING-COUNT             PIC 9(5).

      *--------------------------------
      * The verifier's own keying, held
      * apart from the voucher record.
      *--------------------------------
       77  VFY-VENDOR-ENTRY          PIC 9(7).
       77  VFY-INVOICE-ENTRY         PIC X(15).
       77  VFY-AMOUNT-ENTRY          PIC ZZ,ZZZ,ZZ9.99-.
       77  VFY-AMOUNT-RAW            PIC S9(8)V99.
       77  VFY-DATE-ENTRY            PIC 9(8).

       77  ON-FILE-AMOUNT            PIC S9(8)V99.
       77  AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99-.
       77  ENTRY-DATE-FIELD          PIC Z9/99/9999.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

           COPY "wssess01.cbl".

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
           OPEN I-O JOURNAL-FILE.
           MOVE "VCHVFY01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN I-O VOUCHER-FILE.
           OPEN I-O KEY-VERIFY-FILE.
           OPEN I-O RECORD-LOCK-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE KEY-VERIFY-FILE.
           CLOSE RECORD-LOCK-FILE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-THE-PICK
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
           DISPLAY "    VOUCHER KEY VERIFICATION".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1. RE-KEY A VOUCHER".
           DISPLAY "          2. LIST UNVERIFIED VOUCHERS".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM VERIFY-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-MODE.

           PERFORM GET-MENU-PICK.

      *--------------------------------
      * 1. RE-KEY A VOUCHER
      *--------------------------------
       VERIFY-MODE.
           PERFORM GET-EXISTING-VOUCHER.
           PERFORM VERIFY-VOUCHERS
               UNTIL VOUCHER-NUMBER = ZEROES.

       VERIFY-VOUCHERS.
           PERFORM CHECK-VOUCHER-IS-USABLE.
           IF VOUCHER-IS-USABLE = "Y"
               PERFORM VERIFY-THE-LOCKED-VOUCHER.
           PERFORM GET-EXISTING-VOUCHER.

       GET-EXISTING-VOUCHER.
           PERFORM ACCEPT-VOUCHER-NUMBER.
           PERFORM RE-ACCEPT-VOUCHER-NUMBER
               UNTIL VOUCHER-RECORD-FOUND = "Y" OR
                     VOUCHER-NUMBER = ZEROES.

       ACCEPT-VOUCHER-NUMBER.
           MOVE ZEROES TO VOUCHER-NUMBER.
           DISPLAY " ".
           DISPLAY "ENTER VOUCHER NUMBER TO VERIFY".
           DISPLAY "(0 TO EXIT)".
           ACCEPT VOUCHER-NUMBER.
           IF VOUCHER-NUMBER NOT = ZEROES
               PERFORM READ-VOUCHER-RECORD.

       RE-ACCEPT-VOUCHER-NUMBER.
           DISPLAY "RECORD NOT FOUND".
           PERFORM ACCEPT-VOUCHER-NUMBER.

      *--------------------------------
      * Whoever keyed the voucher - or
      * changed it back to unverified -
      * cannot be the one to verify it.
      *--------------------------------
       CHECK-VOUCHER-IS-USABLE.
           MOVE "N" TO VOUCHER-IS-USABLE.
           PERFORM SET-KEYED-BY.
           IF NOT VOUCHER-NEEDS-VERIFY
               DISPLAY "VOUCHER " VOUCHER-NUMBER
                       " IS NOT WAITING FOR VERIFICATION"
           ELSE
           IF SIGNED-ON-OPERATOR = KEYED-BY
                   OR SIGNED-ON-OPERATOR = VOUCHER-ENTERED-BY
               DISPLAY "YOU KEYED THIS VOUCHER - ANOTHER"
               DISPLAY "OPERATOR MUST VERIFY IT"
           ELSE
               MOVE "Y" TO VOUCHER-IS-USABLE.

       SET-KEYED-BY.
           IF VOUCHER-CHANGED-BY NOT = SPACE
               MOVE VOUCHER-CHANGED-BY TO KEYED-BY
           ELSE
               MOVE VOUCHER-ENTERED-BY TO KEYED-BY.

       VERIFY-THE-LOCKED-VOUCHER.
           MOVE "V" TO LOCK-FILE-CODE-WANTED.
           MOVE VOUCHER-NUMBER TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN = "Y"
               PERFORM VERIFY-THE-VOUCHER
               PERFORM RELEASE-RECORD-LOCK.

      *--------------------------------
      * The blind re-key, then one
      * field at a time the two keyings
      * are compared.
      *--------------------------------
       VERIFY-THE-VOUCHER.
           DISPLAY "KEY THESE FROM THE INVOICE ITSELF".
           PERFORM ENTER-VFY-VENDOR.
           PERFORM ENTER-VFY-INVOICE.
           PERFORM ENTER-VFY-AMOUNT.
           PERFORM ENTER-VFY-DATE.
           MOVE ZEROES TO KEYER-ERROR-COUNT.
           MOVE SPACE TO VFY-VENDOR-MISS VFY-INVOICE-MISS
                         VFY-AMOUNT-MISS VFY-DATE-MISS.
           PERFORM COMPARE-THE-VENDOR.
           PERFORM COMPARE-THE-INVOICE.
           PERFORM COMPARE-THE-AMOUNT.
           PERFORM COMPARE-THE-DATE.
           IF KEYER-ERROR-COUNT = ZEROES
               PERFORM MARK-THE-VOUCHER-VERIFIED
           ELSE
               MOVE "U" TO VFY-RESULT
               DISPLAY KEYER-ERROR-COUNT " KEYING ERROR(S) - CORRECT"
               DISPLAY "THE VOUCHER IN VCHMNT01. IT STAYS"
               DISPLAY "UNVERIFIED AND COMES BACK HERE.".
           PERFORM LOG-THE-RE-KEY.

       ENTER-VFY-VENDOR.
           DISPLAY "VENDOR NUMBER?".
           ACCEPT VFY-VENDOR-ENTRY.

       ENTER-VFY-INVOICE.
           PERFORM ACCEPT-VFY-INVOICE.
           PERFORM RE-ACCEPT-VFY-INVOICE
               UNTIL VFY-INVOICE-ENTRY NOT = SPACE.

       ACCEPT-VFY-INVOICE.
           DISPLAY "INVOICE NUMBER?".
           ACCEPT VFY-INVOICE-ENTRY.
           INSPECT VFY-INVOICE-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VFY-INVOICE.
           DISPLAY "AN INVOICE NUMBER IS REQUIRED".
           PERFORM ACCEPT-VFY-INVOICE.

      *--------------------------------
      * The amount as the invoice shows
      * it - in its own currency when
      * it is a foreign invoice, and
      * without a sign: a credit memo
      * is keyed as printed.
      *--------------------------------
       ENTER-VFY-AMOUNT.
           IF VOUCHER-CURRENCY NOT = SPACE
               DISPLAY "AMOUNT IN " VOUCHER-CURRENCY "?"
           ELSE
               DISPLAY "AMOUNT?".
           ACCEPT VFY-AMOUNT-ENTRY.
           MOVE VFY-AMOUNT-ENTRY TO VFY-AMOUNT-RAW.
           IF VFY-AMOUNT-RAW < ZEROES
               MULTIPLY -1 BY VFY-AMOUNT-RAW.

       ENTER-VFY-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "INVOICE DATE(MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "AN INVOICE DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO VFY-DATE-ENTRY.

       COMPARE-THE-VENDOR.
           IF VFY-VENDOR-ENTRY NOT = VOUCHER-VENDOR
               DISPLAY " "
               DISPLAY "VENDOR DOES NOT AGREE"
               DISPLAY "  AS KEYED:    " VOUCHER-VENDOR
               DISPLAY "  AS VERIFIED: " VFY-VENDOR-ENTRY
               PERFORM GET-FIELD-IS-RIGHT
               PERFORM SET-VENDOR-MISS.

       SET-VENDOR-MISS.
           IF FIELD-IS-RIGHT = "Y"
               MOVE "V" TO VFY-VENDOR-MISS
           ELSE
               MOVE "K" TO VFY-VENDOR-MISS
               ADD 1 TO KEYER-ERROR-COUNT.

       COMPARE-THE-INVOICE.
           IF VFY-INVOICE-ENTRY NOT = VOUCHER-INVOICE
               DISPLAY " "
               DISPLAY "INVOICE NUMBER DOES NOT AGREE"
               DISPLAY "  AS KEYED:    " VOUCHER-INVOICE
               DISPLAY "  AS VERIFIED: " VFY-INVOICE-ENTRY
               PERFORM GET-FIELD-IS-RIGHT
               PERFORM SET-INVOICE-MISS.

       SET-INVOICE-MISS.
           IF FIELD-IS-RIGHT = "Y"
               MOVE "V" TO VFY-INVOICE-MISS
           ELSE
               MOVE "K" TO VFY-INVOICE-MISS
               ADD 1 TO KEYER-ERROR-COUNT.

       COMPARE-THE-AMOUNT.
           IF VOUCHER-CURRENCY NOT = SPACE
               MOVE VOUCHER-FOREIGN-AMOUNT TO ON-FILE-AMOUNT
           ELSE
               MOVE VOUCHER-AMOUNT TO ON-FILE-AMOUNT.
           IF ON-FILE-AMOUNT < ZEROES
               MULTIPLY -1 BY ON-FILE-AMOUNT.
           IF VFY-AMOUNT-RAW NOT = ON-FILE-AMOUNT
               PERFORM SHOW-THE-AMOUNTS
               PERFORM GET-FIELD-IS-RIGHT
               PERFORM SET-AMOUNT-MISS.

       SHOW-THE-AMOUNTS.
           DISPLAY " ".
           DISPLAY "AMOUNT DOES NOT AGREE".
           MOVE ON-FILE-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "  AS KEYED:    " AMOUNT-FIELD.
           MOVE VFY-AMOUNT-RAW TO AMOUNT-FIELD.
           DISPLAY "  AS VERIFIED: " AMOUNT-FIELD.

       SET-AMOUNT-MISS.
           IF FIELD-IS-RIGHT = "Y"
               MOVE "V" TO VFY-AMOUNT-MISS
           ELSE
               MOVE "K" TO VFY-AMOUNT-MISS
               ADD 1 TO KEYER-ERROR-COUNT.

       COMPARE-THE-DATE.
           IF VFY-DATE-ENTRY NOT = VOUCHER-DATE
               PERFORM SHOW-THE-DATES
               PERFORM GET-FIELD-IS-RIGHT
               PERFORM SET-DATE-MISS.

       SHOW-THE-DATES.
           DISPLAY " ".
           DISPLAY "INVOICE DATE DOES NOT AGREE".
           MOVE VOUCHER-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "  AS KEYED:    " FORMATTED-DATE.
           MOVE VFY-DATE-ENTRY TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "  AS VERIFIED: " FORMATTED-DATE.

       SET-DATE-MISS.
           IF FIELD-IS-RIGHT = "Y"
               MOVE "V" TO VFY-DATE-MISS
           ELSE
               MOVE "K" TO VFY-DATE-MISS
               ADD 1 TO KEYER-ERROR-COUNT.

       GET-FIELD-IS-RIGHT.
           PERFORM ACCEPT-FIELD-IS-RIGHT.
           PERFORM RE-ACCEPT-FIELD-IS-RIGHT
               UNTIL FIELD-IS-RIGHT = "Y" OR "N".

       ACCEPT-FIELD-IS-RIGHT.
           DISPLAY "CHECK THE INVOICE - IS THE VOUCHER AS".
           DISPLAY "KEYED RIGHT (Y/N)?".
           ACCEPT FIELD-IS-RIGHT.
           INSPECT FIELD-IS-RIGHT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-FIELD-IS-RIGHT.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-FIELD-IS-RIGHT.

       MARK-THE-VOUCHER-VERIFIED.
           MOVE "V" TO VFY-RESULT.
           MOVE "V" TO VOUCHER-VERIFY-STATUS.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-VERIFIED-BY.
           PERFORM REWRITE-VOUCHER-RECORD.
           DISPLAY "VOUCHER " VOUCHER-NUMBER " VERIFIED.".

      *--------------------------------
      * Every re-key is logged, passed
      * or not - the failures are what
      * VFYRPT01 is for.
      *--------------------------------
       LOG-THE-RE-KEY.
           MOVE TODAY-DATE TO VFY-DATE.
           MOVE VOUCHER-NUMBER TO VFY-VOUCHER.
           MOVE KEYED-BY TO VFY-KEYED-BY.
           MOVE SIGNED-ON-OPERATOR TO VFY-VERIFIED-BY.
           MOVE 1 TO VFY-SEQ.
           MOVE "N" TO VFY-WRITE-DONE.
           PERFORM TRY-VFY-WRITE
               UNTIL VFY-WRITE-DONE = "Y"
                   OR VFY-SEQ > 9998.
           IF VFY-WRITE-DONE NOT = "Y"
               DISPLAY "ERROR WRITING KEY VERIFY RECORD".

       TRY-VFY-WRITE.
           MOVE "Y" TO VFY-WRITE-DONE.
           WRITE KEY-VERIFY-RECORD
               INVALID KEY
               MOVE "N" TO VFY-WRITE-DONE
               ADD 1 TO VFY-SEQ.

      *--------------------------------
      * 2. LIST UNVERIFIED VOUCHERS
      *--------------------------------
       LIST-MODE.
           MOVE ZEROES TO WAITING-COUNT.
           DISPLAY " ".
           DISPLAY "VOUCHER  KEYED BY  ENTERED".
           PERFORM READ-FIRST-VOUCHER.
           PERFORM LIST-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "WAITING FOR VERIFICATION: " WAITING-COUNT.

       LIST-ONE-VOUCHER.
           IF VOUCHER-NEEDS-VERIFY
               PERFORM SHOW-ONE-WAITING.
           PERFORM READ-NEXT-VOUCHER.

       SHOW-ONE-WAITING.
           ADD 1 TO WAITING-COUNT.
           PERFORM SET-KEYED-BY.
           MOVE VOUCHER-ENTRY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO ENTRY-DATE-FIELD.
           DISPLAY VOUCHER-NUMBER "  " KEYED-BY
                   "       " ENTRY-DATE-FIELD.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE LOW-VALUES TO VOUCHER-RECORD.
           MOVE VOUCHER-RECORD TO JRN-BEFORE-IMAGE.
           MOVE JRN-AFTER-IMAGE TO VOUCHER-RECORD.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           MOVE "V" TO JRN-FILE-CODE.
           MOVE "R" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.

       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "pljrn01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

           COPY "plsess01.cbl".

           COPY "plvop01.cbl".

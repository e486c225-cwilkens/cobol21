      *------------------------------------
      * Add, Change, Inquire and Delete
      * for the Vendor File.
      *
      * While a batch window is open
      * (PLSYS01) nothing is added,
      * changed or deleted here.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slvnt01.cbl".

           COPY "slsdn01.cbl".

           COPY "slsan01.cbl".

           COPY "slzip01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdsdn01.cbl".

           COPY "fdsan01.cbl".

           COPY "fdzip01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  DUPLICATE-NAME-FOUND        PIC X.
       77  DUPLICATE-SCAN-AT-END       PIC X.
       77  DUPLICATE-CONFIRMED         PIC X.
       77  WAS-INACTIVE                PIC X.

      *------------------------------------
      * Before-images of the fields a
       77  SAVE-REMIT-CITY              PIC X(20).
       77  SAVE-REMIT-STATE             PIC X(2).
       77  SAVE-REMIT-ZIP               PIC X(10).
       77  SAVE-CARD-SUPPLIER-ID        PIC X(15).
       77  AUDIT-WRITE-DONE             PIC X.

       77  CATEGORY-RECORD-FOUND       PIC X.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsvnt01.cbl".

           COPY "wslck01.cbl".

           COPY "wssys01.cbl".

           COPY "wssan01.cbl".

           COPY "wszip01.cbl".

       77  SCREEN-OPEN-TOTAL            PIC 9(3).

      *------------------------------------
      * The vendor's notes are collected
      * forward off the key and shown
           OPEN INPUT TERMS-FILE.
           OPEN I-O RECORD-LOCK-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN INPUT SDN-FILE.
           OPEN I-O SANCTIONS-HIT-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE TERMS-FILE.
           CLOSE RECORD-LOCK-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE SDN-FILE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE ZIP-PREFIX-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
      * ADD
      *--------------------------------
       ADD-MODE.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM ADD-NEW-VENDORS.

       ADD-NEW-VENDORS.
           MOVE "ADD" TO THE-MODE.
           MOVE "Y" TO ADD-ANOTHER.
           PERFORM GET-NEW-RECORD-KEY.
               PERFORM ENTER-REMAINING-FIELDS
               MOVE NEW-VENDOR-NUMBER TO VENDOR-NUMBER
               MOVE SIGNED-ON-OPERATOR TO VENDOR-ENTERED-BY
               MOVE "P" TO VENDOR-STATUS
               PERFORM WRITE-VENDOR-RECORD
               DISPLAY "VENDOR ADDED PENDING ONBOARDING APPROVAL"
               DISPLAY "- IT CANNOT BE PAID UNTIL APPROVED IN VNDONB01"
               PERFORM SCREEN-THE-VENDOR
               PERFORM GET-ADD-ANOTHER
           ELSE
               MOVE "N" TO ADD-ANOTHER.
           PERFORM ENTER-VENDOR-PAY-BY-ACH.
           PERFORM ENTER-VENDOR-TAX-ID.
           PERFORM ENTER-VENDOR-W9-ON-FILE.
           PERFORM ENTER-VENDOR-W8-FORM.
           PERFORM ENTER-VENDOR-DISC-PERCENT.
           IF VENDOR-DISC-PERCENT NOT = ZEROES
               PERFORM ENTER-VENDOR-DISC-DAYS.
           PERFORM ENTER-VENDOR-CATEGORY.
           PERFORM ENTER-VENDOR-TERMS-CODE.
           PERFORM ENTER-VENDOR-REMIT-METHOD.
           PERFORM ENTER-VENDOR-PAY-BY-CARD.

      *--------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 33.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-32) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           IF WHICH-FIELD = 4
               PERFORM ENTER-VENDOR-CITY.
           IF WHICH-FIELD = 5
               PERFORM ENTER-VENDOR-STATE
               PERFORM WARN-ON-VENDOR-ZIP.
           IF WHICH-FIELD = 6
               PERFORM ENTER-VENDOR-ZIP.
           IF WHICH-FIELD = 7
           IF WHICH-FIELD = 8
               PERFORM ENTER-VENDOR-PHONE.
           IF WHICH-FIELD = 9
               PERFORM CHANGE-VENDOR-STATUS.
           IF WHICH-FIELD = 10
               PERFORM ENTER-VENDOR-1099-TYPE.
           IF WHICH-FIELD = 11
           IF WHICH-FIELD = 15
               PERFORM ENTER-VENDOR-REMIT-CITY.
           IF WHICH-FIELD = 16
               PERFORM ENTER-VENDOR-REMIT-STATE
               PERFORM WARN-ON-REMIT-ZIP.
           IF WHICH-FIELD = 17
               PERFORM ENTER-VENDOR-REMIT-ZIP.
           IF WHICH-FIELD = 18
               PERFORM ENTER-VENDOR-TERMS-CODE.
           IF WHICH-FIELD = 30
               PERFORM ENTER-VENDOR-REMIT-METHOD.
           IF WHICH-FIELD = 31
               PERFORM ENTER-VENDOR-W8-FORM.
           IF WHICH-FIELD = 32
               PERFORM ENTER-VENDOR-PAY-BY-CARD.
           IF WHICH-FIELD = 1 OR 21
               MOVE SPACE TO VENDOR-TIN-MATCH-CODE
               MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.

           MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY.
           PERFORM REWRITE-VENDOR-RECORD.
           IF WHICH-FIELD = 1 OR 11 OR 12
               PERFORM SCREEN-THE-VENDOR.

      *------------------------------------
      * Sanctions screening of a vendor
      * just added, or just renamed - the
      * name, and the remit-to name when
      * the remit-to is used, against the
      * SDN list. A match goes on the hit
      * file for compliance and the vendor
      * is not paid until it is cleared in
      * SANREV01.
      *------------------------------------
       SCREEN-THE-VENDOR.
           MOVE "V" TO SAN-SCREEN-TYPE.
           MOVE VENDOR-NUMBER TO SAN-SCREEN-PARTY.
           MOVE VENDOR-NAME TO SAN-SCREEN-NAME.
           PERFORM SCREEN-SANCTIONS-NAME.
           MOVE SAN-SCREEN-OPEN TO SCREEN-OPEN-TOTAL.
           IF VENDOR-REMIT-TO-USED
                   AND VENDOR-REMIT-NAME NOT = SPACE
               MOVE "R" TO SAN-SCREEN-TYPE
               MOVE VENDOR-REMIT-NAME TO SAN-SCREEN-NAME
               PERFORM SCREEN-SANCTIONS-NAME
               ADD SAN-SCREEN-OPEN TO SCREEN-OPEN-TOTAL.
           IF SCREEN-OPEN-TOTAL NOT = ZEROES
               DISPLAY "** POSSIBLE MATCH ON THE SANCTIONS LIST **"
               DISPLAY "- THIS VENDOR CANNOT BE PAID UNTIL"
               DISPLAY "- COMPLIANCE CLEARS IT IN SANREV01".

      *------------------------------------
      * Change audit on the sensitive
           MOVE VENDOR-REMIT-CITY     TO SAVE-REMIT-CITY.
           MOVE VENDOR-REMIT-STATE    TO SAVE-REMIT-STATE.
           MOVE VENDOR-REMIT-ZIP      TO SAVE-REMIT-ZIP.
           MOVE VENDOR-CARD-SUPPLIER-ID TO SAVE-CARD-SUPPLIER-ID.

       LOG-SENSITIVE-CHANGES.
           IF VENDOR-ACH-ROUTING NOT = SAVE-ACH-ROUTING
               MOVE SAVE-REMIT-ZIP TO VNDAUD-OLD-VALUE
               MOVE VENDOR-REMIT-ZIP TO VNDAUD-NEW-VALUE
               PERFORM WRITE-VENDOR-AUDIT-RECORD.
           IF VENDOR-CARD-SUPPLIER-ID NOT = SAVE-CARD-SUPPLIER-ID
               MOVE "CARD SUPPLIER ID" TO VNDAUD-FIELD-NAME
               MOVE SAVE-CARD-SUPPLIER-ID TO VNDAUD-OLD-VALUE
               MOVE VENDOR-CARD-SUPPLIER-ID TO VNDAUD-NEW-VALUE
               PERFORM WRITE-VENDOR-AUDIT-RECORD.

      *------------------------------------
      * More than one change can land in
                          VENDOR-W9-REQUEST-COUNT.
           MOVE "P" TO VENDOR-REMIT-METHOD.
           MOVE SPACE TO VENDOR-REMIT-DEST.
           MOVE SPACE TO VENDOR-TIN-MATCH-CODE.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE SPACE TO VENDOR-W8-FORM.
           MOVE ZEROES TO VENDOR-W8-RECEIVED-DATE.
           MOVE SPACE TO VENDOR-TREATY-COUNTRY.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE "Y" TO VENDOR-US-SOURCE.
           MOVE SPACE TO VENDOR-1042-INCOME-CODE.
           MOVE ZEROES TO VENDOR-NRA-WHT-YTD.
           MOVE "N" TO VENDOR-PAY-BY-CARD.
           MOVE SPACE TO VENDOR-CARD-SUPPLIER-ID.

      *------------------------------------
      * Routines shared by Add and Change
           PERFORM ACCEPT-VENDOR-ZIP.
           PERFORM RE-ACCEPT-VENDOR-ZIP
               UNTIL VENDOR-ZIP NOT = SPACE.
           PERFORM WARN-ON-VENDOR-ZIP.

       ACCEPT-VENDOR-ZIP.
           DISPLAY "ENTER VENDOR ZIP".
                   IF PHONE-TYPE (PHONE-SLOT-SUB) = "OFF"
                       MOVE "Y" TO OFF-WAS-PICKED.

      *------------------------------------
      * A vendor still pending onboarding
      * approval leaves that status only
      * through VNDONB01, where someone
      * other than its requester decides.
      * An inactive vendor brought back
      * goes to pending, not active, with
      * this operator as its requester -
      * it cannot be paid again until a
      * second supervisor approves it.
      *------------------------------------
       CHANGE-VENDOR-STATUS.
           IF VENDOR-IS-PENDING
               DISPLAY "THIS VENDOR IS PENDING ONBOARDING APPROVAL"
               DISPLAY "- APPROVE OR REJECT IT IN VNDONB01"
           ELSE
               MOVE "N" TO WAS-INACTIVE
               IF VENDOR-IS-INACTIVE
                   MOVE "Y" TO WAS-INACTIVE.
           IF NOT VENDOR-IS-PENDING
               PERFORM ENTER-VENDOR-STATUS
               IF WAS-INACTIVE = "Y" AND VENDOR-IS-ACTIVE
                   PERFORM SEND-FOR-REAPPROVAL.

       SEND-FOR-REAPPROVAL.
           MOVE "P" TO VENDOR-STATUS.
           MOVE SIGNED-ON-OPERATOR TO VENDOR-ENTERED-BY.
           MOVE VENDOR-NUMBER TO VNOTE-VENDOR.
           MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR.
           MOVE "REACTIVATION REQUESTED - PENDING APPROVAL IN VNDONB01"
               TO VNOTE-TEXT.
           PERFORM WRITE-VENDOR-NOTE.
           DISPLAY "VENDOR IS NOW PENDING RE-APPROVAL".
           DISPLAY "- A SECOND SUPERVISOR MUST APPROVE IT IN VNDONB01".

       ENTER-VENDOR-STATUS.
           PERFORM ACCEPT-VENDOR-STATUS.
           PERFORM RE-ACCEPT-VENDOR-STATUS
           INSPECT VENDOR-REMIT-ZIP
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM WARN-ON-REMIT-ZIP.

      *------------------------------------
      * A ZIP that is not in the state
      * keyed with it - or not a ZIP at
      * all - is warned about, not
      * refused: the operator may have the
      * state wrong instead, and fixes
      * whichever it is.
      *------------------------------------
       WARN-ON-VENDOR-ZIP.
           MOVE VENDOR-ZIP TO ZIPCHK-ZIP.
           MOVE VENDOR-STATE TO ZIPCHK-STATE.
           PERFORM WARN-ON-ZIP-STATE.

       WARN-ON-REMIT-ZIP.
           IF VENDOR-REMIT-ZIP NOT = SPACE
               MOVE VENDOR-REMIT-ZIP TO ZIPCHK-ZIP
               MOVE VENDOR-REMIT-STATE TO ZIPCHK-STATE
               PERFORM WARN-ON-ZIP-STATE.

      *------------------------------------
      * A vendor paid by direct deposit
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-PAY-BY-ACH.

      *------------------------------------
      * A vendor enrolled in the bank's
      * virtual card program is paid by
      * single-use card number through
      * CRDEXP01 instead of by check or
      * direct deposit, and must have the
      * supplier ID the card issuer
      * enrolled it under. A supplier ID
      * change is logged for sign-off
      * like a change of bank details.
      *------------------------------------
       ENTER-VENDOR-PAY-BY-CARD.
           PERFORM ACCEPT-VENDOR-PAY-BY-CARD.
           PERFORM RE-ACCEPT-VENDOR-PAY-BY-CARD
               UNTIL VENDOR-CARD-USED OR VENDOR-CARD-NOT-USED.
           IF VENDOR-CARD-USED
               PERFORM ENTER-VENDOR-CARD-SUPPLIER-ID
           ELSE
               MOVE SPACE TO VENDOR-CARD-SUPPLIER-ID.

       ACCEPT-VENDOR-PAY-BY-CARD.
           DISPLAY "PAY THIS VENDOR BY VIRTUAL CARD (Y/N)?".
           ACCEPT VENDOR-PAY-BY-CARD.
           INSPECT VENDOR-PAY-BY-CARD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-PAY-BY-CARD.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-PAY-BY-CARD.

       ENTER-VENDOR-CARD-SUPPLIER-ID.
           PERFORM ACCEPT-VENDOR-CARD-SUPPLIER-ID.
           PERFORM RE-ACCEPT-VENDOR-SUPPLIER-ID
               UNTIL VENDOR-CARD-SUPPLIER-ID NOT = SPACE.

       ACCEPT-VENDOR-CARD-SUPPLIER-ID.
           DISPLAY "CARD ISSUER SUPPLIER ID?".
           ACCEPT VENDOR-CARD-SUPPLIER-ID.
           INSPECT VENDOR-CARD-SUPPLIER-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-SUPPLIER-ID.
           DISPLAY "A SUPPLIER ID IS REQUIRED FOR CARD PAYMENT".
           PERFORM ACCEPT-VENDOR-CARD-SUPPLIER-ID.

       ENTER-VENDOR-ACH-ROUTING.
           PERFORM ACCEPT-VENDOR-ACH-ROUTING.
           PERFORM RE-ACCEPT-VENDOR-ACH-ROUTING
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-W9-ON-FILE.

      *------------------------------------
      * A foreign vendor furnishes a W-8
      * instead of a W-9. With one on
      * file the rest of the W-8 details
      * follow - the date it came in, the
      * treaty claimed and its rate, and
      * how the income is reported on the
      * 1042-S. No W-8 clears them all.
      *------------------------------------
       ENTER-VENDOR-W8-FORM.
           PERFORM ACCEPT-VENDOR-W8-FORM.
           PERFORM RE-ACCEPT-VENDOR-W8-FORM
               UNTIL VENDOR-W8-NOT-ON-FILE OR VENDOR-W8-VALID.
           IF VENDOR-W8-VALID
               PERFORM ENTER-VENDOR-W8-RECEIVED-DATE
               PERFORM ENTER-VENDOR-TREATY-COUNTRY
               PERFORM ENTER-VENDOR-US-SOURCE
               PERFORM ENTER-VENDOR-1042-INCOME-CODE
           ELSE
               MOVE ZEROES TO VENDOR-W8-RECEIVED-DATE
               MOVE SPACE TO VENDOR-TREATY-COUNTRY
               MOVE ZEROES TO VENDOR-TREATY-RATE
               MOVE "Y" TO VENDOR-US-SOURCE
               MOVE SPACE TO VENDOR-1042-INCOME-CODE.

       ACCEPT-VENDOR-W8-FORM.
           DISPLAY "W-8 ON FILE - W8BEN, W8BENE, W8ECI, W8IMY,".
           DISPLAY "W8EXP (SPACES IF NONE)?".
           ACCEPT VENDOR-W8-FORM.
           INSPECT VENDOR-W8-FORM
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-W8-FORM.
           DISPLAY "NOT A W-8 FORM TYPE".
           PERFORM ACCEPT-VENDOR-W8-FORM.

       ENTER-VENDOR-W8-RECEIVED-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DATE THE W-8 WAS RECEIVED (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "THE DATE RECEIVED IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO VENDOR-W8-RECEIVED-DATE.

       ENTER-VENDOR-TREATY-COUNTRY.
           DISPLAY "TREATY COUNTRY CLAIMED (2-LETTER CODE,".
           DISPLAY "SPACES IF NO TREATY CLAIM)?".
           ACCEPT VENDOR-TREATY-COUNTRY.
           INSPECT VENDOR-TREATY-COUNTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VENDOR-TREATY-COUNTRY = SPACE
               MOVE ZEROES TO VENDOR-TREATY-RATE
           ELSE
               DISPLAY "TREATY WITHHOLDING RATE (0 IF EXEMPT)?"
               ACCEPT VENDOR-TREATY-RATE.

       ENTER-VENDOR-US-SOURCE.
           PERFORM ACCEPT-VENDOR-US-SOURCE.
           PERFORM RE-ACCEPT-VENDOR-US-SOURCE
               UNTIL VENDOR-US-SOURCE = "Y" OR "N".

       ACCEPT-VENDOR-US-SOURCE.
           DISPLAY "ARE PAYMENTS U.S.-SOURCE INCOME (Y/N)?".
           ACCEPT VENDOR-US-SOURCE.
           INSPECT VENDOR-US-SOURCE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-US-SOURCE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-VENDOR-US-SOURCE.

       ENTER-VENDOR-1042-INCOME-CODE.
           PERFORM ACCEPT-VENDOR-1042-INCOME-CODE.
           PERFORM RE-ACCEPT-VENDOR-1042-CODE
               UNTIL VENDOR-1042-INCOME-CODE NOT = SPACE.

       ACCEPT-VENDOR-1042-INCOME-CODE.
           DISPLAY "1042-S INCOME CODE (17 PERSONAL SERVICES,".
           DISPLAY "12 ROYALTIES, 16 SCHOLARSHIPS...)?".
           ACCEPT VENDOR-1042-INCOME-CODE.

       RE-ACCEPT-VENDOR-1042-CODE.
           DISPLAY "AN INCOME CODE IS REQUIRED WITH A W-8".
           PERFORM ACCEPT-VENDOR-1042-INCOME-CODE.

      *------------------------------------
      * Routines shared by Change,
      * Inquire, and Delete
           DISPLAY "8. VENDOR PHONE: " VENDOR-PHONE.
           IF VENDOR-IS-INACTIVE
               DISPLAY "9. VENDOR STATUS: INACTIVE"
           ELSE
           IF VENDOR-IS-PENDING
               DISPLAY "9. VENDOR STATUS: PENDING APPROVAL"
           ELSE
               DISPLAY "9. VENDOR STATUS: ACTIVE".
           PERFORM DISPLAY-VENDOR-1099-TYPE.
           PERFORM DISPLAY-VENDOR-ACH-FIELDS.
           PERFORM DISPLAY-VENDOR-TAX-FIELDS.
           PERFORM DISPLAY-VENDOR-DISC-TERMS.
           PERFORM DISPLAY-VENDOR-W8-FIELDS.
           PERFORM DISPLAY-VENDOR-CARD-FIELDS.
           IF VENDOR-ENTERED-BY NOT = SPACE
               DISPLAY "    ENTERED BY: " VENDOR-ENTERED-BY.
           IF VENDOR-CHANGED-BY NOT = SPACE
           ELSE
               DISPLAY "30. ADVICE DELIVERY: PRINTED".

       DISPLAY-VENDOR-W8-FIELDS.
           IF VENDOR-W8-NOT-ON-FILE
               DISPLAY "31. W-8 ON FILE: NO"
           ELSE
               MOVE VENDOR-W8-RECEIVED-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "31. W-8 ON FILE: " VENDOR-W8-FORM
                       " RECEIVED " FORMATTED-DATE
               DISPLAY "    TREATY COUNTRY: " VENDOR-TREATY-COUNTRY
                       "  TREATY RATE: " VENDOR-TREATY-RATE
               DISPLAY "    U.S.-SOURCE: " VENDOR-US-SOURCE
                       "  1042-S INCOME CODE: "
                       VENDOR-1042-INCOME-CODE
               DISPLAY "    FOREIGN TAX WITHHELD YTD: "
                       VENDOR-NRA-WHT-YTD.

       DISPLAY-VENDOR-CARD-FIELDS.
           IF VENDOR-CARD-USED
               DISPLAY "32. PAY BY VIRTUAL CARD: YES  SUPPLIER ID: "
                       VENDOR-CARD-SUPPLIER-ID
           ELSE
               DISPLAY "32. PAY BY VIRTUAL CARD: NO".

       DISPLAY-VENDOR-PRENOTE-STATUS.
           IF VENDOR-PRENOTE-ACCEPTED
               DISPLAY "23. PRENOTE STATUS: ACCEPTED"
               DISPLAY "22. W-9 ON FILE: YES"
           ELSE
               DISPLAY "22. W-9 ON FILE: NO".
           IF NOT VENDOR-TIN-NOT-CHECKED
               DISPLAY "    IRS TIN MATCH CODE: " VENDOR-TIN-MATCH-CODE
                       " (" VENDOR-TIN-MATCH-DATE ")".

       DISPLAY-VENDOR-STATE.
           MOVE VENDOR-STATE TO STATE-CODE.
               INVALID KEY
               MOVE "N" TO STATE-RECORD-FOUND.

           COPY "pldate01.cbl".

           COPY "plmsk01.cbl".

           COPY "plsess01.cbl".
           COPY "plvnt01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

           COPY "plsan01.cbl".

           COPY "plsan02.cbl".

           COPY "plzip01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDONB01.
      *------------------------------------
      * New-Vendor Onboarding Queue
      *
      * A vendor added in VNDMNT04 or
      * VNDIMP01, or an inactive one
      * brought back in VNDMNT04, goes
      * on file pending
      * ("P") and cannot be paid -
      * VCHSEL01, VCHPIC01 and VCHPAY02
      * all pass it over. This works the
      * pending vendors one at a time,
      * showing everything a supervisor
      * needs to decide on:
      *
      *  - who requested the vendor
      *    (VENDOR-ENTERED-BY)
      *  - the tax ID, W-9, IRS TIN
      *    match and W-8 status
      *  - the banking details and
      *    remit-to address
      *  - likely duplicates already on
      *    file - same tax ID, same
      *    phone, or the same first ten
      *    characters of name and
      *    address (the VNDDUP01 tests)
      *  - the compliance certificates
      *    on file (CRTMNT01)
      *
      * and takes the decision: APPROVE
      * makes the vendor active and
      * payable, REJECT makes it inactive
      * with a reason, SKIP leaves it
      * pending. Each decision goes on
      * the vendor's notes with the
      * decider's operator ID.
      *
      * Only a level-9 supervisor may
      * decide, and never on a vendor
      * they requested themselves - that
      * vendor waits for a second
      * supervisor.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slcert01.cbl".

           COPY "slvnt01.cbl".

           COPY "sllck01.cbl".

           COPY "slsys01.cbl".

           COPY "slsess01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdcert01.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdsess01.cbl".

       WORKING-STORAGE SECTION.

       77  VENDOR-FILE-AT-END        PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  CERT-FILE-AT-END          PIC X.
       77  DECISION                  PIC X.
       77  REJECT-REASON             PIC X(40).

       77  PENDING-VENDOR            PIC 9(7).
       77  PENDING-NAME              PIC X(30).
       77  PENDING-ADDRESS           PIC X(30).
       77  PENDING-PHONE             PIC X(15).
       77  PENDING-TAX-ID            PIC X(11).

       77  DUPLICATE-REASONS         PIC X(30).
       77  DUPLICATE-COUNT           PIC 9(3).
       77  CERT-COUNT                PIC 9(3).
       77  TODAYS-DATE               PIC 9(8).

       77  SHOWN-COUNT               PIC 9(5).
       77  APPROVED-COUNT            PIC 9(5).
       77  REJECTED-COUNT            PIC 9(5).
       77  OWN-REQUEST-COUNT         PIC 9(5).

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsvnt01.cbl".

           COPY "wslck01.cbl".

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
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT COMPLIANCE-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN I-O RECORD-LOCK-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE COMPLIANCE-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE RECORD-LOCK-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM WORK-THE-QUEUE.

       WORK-THE-QUEUE.
           MOVE ZEROES TO SHOWN-COUNT APPROVED-COUNT
                          REJECTED-COUNT OWN-REQUEST-COUNT.
           MOVE ZEROES TO VENDOR-NUMBER.
           PERFORM READ-NEXT-PENDING-VENDOR.
           PERFORM WORK-ALL-PENDING-VENDORS
               UNTIL VENDOR-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "PENDING VENDORS SHOWN:       " SHOWN-COUNT.
           DISPLAY "APPROVED:                    " APPROVED-COUNT.
           DISPLAY "REJECTED:                    " REJECTED-COUNT.
           DISPLAY "LEFT FOR ANOTHER SUPERVISOR: " OWN-REQUEST-COUNT.

      *--------------------------------
      * The duplicate scan reads the
      * whole vendor file, so after each
      * vendor the queue picks up again
      * just past its number.
      *--------------------------------
       WORK-ALL-PENDING-VENDORS.
           ADD 1 TO SHOWN-COUNT.
           MOVE VENDOR-NUMBER TO PENDING-VENDOR.
           PERFORM SHOW-THE-VENDOR.
           PERFORM SHOW-THE-DUPLICATES.
           PERFORM SHOW-THE-CERTIFICATES.
           MOVE PENDING-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               OR NOT VENDOR-IS-PENDING
               DISPLAY "THIS VENDOR IS NO LONGER PENDING"
           ELSE
           IF VENDOR-ENTERED-BY = SIGNED-ON-OPERATOR
               ADD 1 TO OWN-REQUEST-COUNT
               DISPLAY "YOU REQUESTED THIS VENDOR - ANOTHER"
               DISPLAY "SUPERVISOR MUST APPROVE OR REJECT IT"
           ELSE
               PERFORM DECIDE-THE-VENDOR.
           MOVE PENDING-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-NEXT-PENDING-VENDOR.

      *--------------------------------
      * The vendor itself
      *--------------------------------
       SHOW-THE-VENDOR.
           DISPLAY " ".
           DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME.
           DISPLAY "   " VENDOR-ADDRESS-1.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               DISPLAY "   " VENDOR-ADDRESS-2.
           DISPLAY "   " VENDOR-CITY " " VENDOR-STATE " "
                   VENDOR-ZIP.
           DISPLAY "   CONTACT: " VENDOR-CONTACT
                   " PHONE: " VENDOR-PHONE.
           IF VENDOR-ENTERED-BY = SPACE
               DISPLAY "REQUESTED BY: (NOT RECORDED)"
           ELSE
               DISPLAY "REQUESTED BY: " VENDOR-ENTERED-BY.
           PERFORM SHOW-THE-TAX-STATUS.
           PERFORM SHOW-THE-BANKING.

       SHOW-THE-TAX-STATUS.
           IF VENDOR-TAX-ID = SPACE
               DISPLAY "TAX ID: ** NONE ON FILE **"
           ELSE
               DISPLAY "TAX ID: " VENDOR-TAX-ID.
           IF VENDOR-W9-RECEIVED
               DISPLAY "W-9 ON FILE: YES"
           ELSE
               DISPLAY "W-9 ON FILE: ** NO **".
           IF VENDOR-TIN-NOT-CHECKED
               DISPLAY "IRS TIN MATCH: NOT YET CHECKED"
           ELSE
               DISPLAY "IRS TIN MATCH CODE: " VENDOR-TIN-MATCH-CODE
                       " (" VENDOR-TIN-MATCH-DATE ")".
           IF NOT VENDOR-W8-NOT-ON-FILE
               DISPLAY "W-8 ON FILE: " VENDOR-W8-FORM.

       SHOW-THE-BANKING.
           IF VENDOR-ACH-USED
               DISPLAY "PAY BY DIRECT DEPOSIT: YES"
               DISPLAY "   ROUTING " VENDOR-ACH-ROUTING
                       " ACCOUNT " VENDOR-ACH-ACCOUNT
               PERFORM SHOW-THE-PRENOTE
           ELSE
               DISPLAY "PAY BY DIRECT DEPOSIT: NO - PAPER CHECK".
           IF VENDOR-REMIT-TO-USED
               DISPLAY "REMIT TO: " VENDOR-REMIT-NAME
               DISPLAY "   " VENDOR-REMIT-ADDRESS-1
               DISPLAY "   " VENDOR-REMIT-CITY " "
                       VENDOR-REMIT-STATE " " VENDOR-REMIT-ZIP.

       SHOW-THE-PRENOTE.
           IF VENDOR-PRENOTE-ACCEPTED
               DISPLAY "   PRENOTE: ACCEPTED"
           ELSE
           IF VENDOR-PRENOTE-PENDING
               DISPLAY "   PRENOTE: SENT, WAITING"
           ELSE
           IF VENDOR-PRENOTE-REJECTED
               DISPLAY "   PRENOTE: ** REJECTED BY THE BANK **"
           ELSE
               DISPLAY "   PRENOTE: NOT SENT".

      *--------------------------------
      * Likely duplicates - every other
      * vendor on file sharing the tax
      * ID, the phone, or the start of
      * both name and address.
      *--------------------------------
       SHOW-THE-DUPLICATES.
           MOVE VENDOR-NAME TO PENDING-NAME.
           MOVE VENDOR-ADDRESS-1 TO PENDING-ADDRESS.
           MOVE VENDOR-PHONE TO PENDING-PHONE.
           MOVE VENDOR-TAX-ID TO PENDING-TAX-ID.
           MOVE ZEROES TO DUPLICATE-COUNT.
           DISPLAY "LIKELY DUPLICATES ON FILE:".
           MOVE ZEROES TO VENDOR-NUMBER.
           PERFORM READ-FIRST-VENDOR.
           PERFORM CHECK-ONE-DUPLICATE
               UNTIL VENDOR-FILE-AT-END = "Y".
           IF DUPLICATE-COUNT = ZEROES
               DISPLAY "   NONE".

       CHECK-ONE-DUPLICATE.
           MOVE SPACE TO DUPLICATE-REASONS.
           IF VENDOR-NUMBER NOT = PENDING-VENDOR
               PERFORM SCORE-ONE-DUPLICATE.
           IF DUPLICATE-REASONS NOT = SPACE
               ADD 1 TO DUPLICATE-COUNT
               DISPLAY "   " VENDOR-NUMBER " " VENDOR-NAME " "
                       DUPLICATE-REASONS.
           PERFORM READ-NEXT-VENDOR.

       SCORE-ONE-DUPLICATE.
           IF PENDING-TAX-ID NOT = SPACE
                   AND VENDOR-TAX-ID = PENDING-TAX-ID
               MOVE "TAX-ID" TO DUPLICATE-REASONS (1:6).
           IF PENDING-PHONE NOT = SPACE
                   AND VENDOR-PHONE = PENDING-PHONE
               MOVE "PHONE" TO DUPLICATE-REASONS (8:5).
           IF VENDOR-NAME (1:10) = PENDING-NAME (1:10)
                   AND VENDOR-ADDRESS-1 (1:10) =
                       PENDING-ADDRESS (1:10)
               MOVE "NAME+ADDR" TO DUPLICATE-REASONS (14:9).

      *--------------------------------
      * Compliance certificates on file
      *--------------------------------
       SHOW-THE-CERTIFICATES.
           MOVE ZEROES TO CERT-COUNT.
           DISPLAY "COMPLIANCE CERTIFICATES ON FILE:".
           MOVE PENDING-VENDOR TO CERT-VENDOR.
           MOVE LOW-VALUES TO CERT-TYPE.
           MOVE "N" TO CERT-FILE-AT-END.
           START COMPLIANCE-FILE
               KEY NOT < CERT-KEY
               INVALID KEY
               MOVE "Y" TO CERT-FILE-AT-END.
           IF CERT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CERT-RECORD.
           PERFORM SHOW-ONE-CERTIFICATE
               UNTIL CERT-FILE-AT-END = "Y".
           IF CERT-COUNT = ZEROES
               DISPLAY "   NONE".

       SHOW-ONE-CERTIFICATE.
           ADD 1 TO CERT-COUNT.
           MOVE CERT-EXPIRES TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           IF CERT-EXPIRES < TODAYS-DATE
               DISPLAY "   " CERT-TYPE " " CERT-DESCRIPTION
                       " EXPIRED " FORMATTED-DATE
           ELSE
               DISPLAY "   " CERT-TYPE " " CERT-DESCRIPTION
                       " EXPIRES " FORMATTED-DATE.
           IF CERT-IS-REQUIRED
               DISPLAY "       (REQUIRED FOR PAYMENT)".
           PERFORM READ-NEXT-CERT-RECORD.

      *--------------------------------
      * The decision. The vendor is
      * locked while it is decided, the
      * same as a VNDMNT04 change.
      *--------------------------------
       DECIDE-THE-VENDOR.
           MOVE "N" TO LOCK-FILE-CODE-WANTED.
           MOVE VENDOR-NUMBER TO LOCK-RECORD-ID-WANTED.
           PERFORM TAKE-RECORD-LOCK.
           IF LOCK-IS-TAKEN = "Y"
               PERFORM GET-THE-DECISION
               PERFORM APPLY-THE-DECISION
               PERFORM RELEASE-RECORD-LOCK.

       GET-THE-DECISION.
           PERFORM ACCEPT-THE-DECISION.
           PERFORM RE-ACCEPT-THE-DECISION
               UNTIL DECISION = "A" OR "R" OR "S".

       ACCEPT-THE-DECISION.
           DISPLAY "(A)PPROVE, (R)EJECT OR (S)KIP?".
           ACCEPT DECISION.
           INSPECT DECISION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-THE-DECISION.
           DISPLAY "YOU MUST ENTER A, R OR S".
           PERFORM ACCEPT-THE-DECISION.

       APPLY-THE-DECISION.
           IF DECISION = "A"
               PERFORM APPROVE-THE-VENDOR
           ELSE
           IF DECISION = "R"
               PERFORM REJECT-THE-VENDOR.

       APPROVE-THE-VENDOR.
           MOVE "A" TO VENDOR-STATUS.
           MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY.
           PERFORM REWRITE-VENDOR-RECORD.
           ADD 1 TO APPROVED-COUNT.
           MOVE "ONBOARDING APPROVED - VENDOR IS NOW PAYABLE"
               TO VNOTE-TEXT.
           PERFORM NOTE-THE-DECISION.
           DISPLAY "VENDOR APPROVED".

       REJECT-THE-VENDOR.
           PERFORM GET-REJECT-REASON.
           MOVE "I" TO VENDOR-STATUS.
           MOVE SIGNED-ON-OPERATOR TO VENDOR-CHANGED-BY.
           PERFORM REWRITE-VENDOR-RECORD.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACE TO VNOTE-TEXT.
           STRING "ONBOARDING REJECTED - " REJECT-REASON
               DELIMITED BY SIZE INTO VNOTE-TEXT.
           PERFORM NOTE-THE-DECISION.
           DISPLAY "VENDOR REJECTED - NOW INACTIVE".

       GET-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL REJECT-REASON NOT = SPACE.

       ACCEPT-REJECT-REASON.
           DISPLAY "REASON FOR REJECTING?".
           ACCEPT REJECT-REASON.
           INSPECT REJECT-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REJECT-REASON.

       NOTE-THE-DECISION.
           MOVE VENDOR-NUMBER TO VNOTE-VENDOR.
           MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR.
           PERFORM WRITE-VENDOR-NOTE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-PENDING-VENDOR.
           MOVE "N" TO VENDOR-FILE-AT-END.
           START VENDOR-FILE
               KEY > VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
           IF VENDOR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR.
           PERFORM READ-NEXT-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y"
                  OR VENDOR-IS-PENDING.

       READ-FIRST-VENDOR.
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

       READ-NEXT-CERT-RECORD.
           MOVE "N" TO CERT-FILE-AT-END.
           READ COMPLIANCE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CERT-FILE-AT-END.
           IF CERT-FILE-AT-END NOT = "Y"
               AND CERT-VENDOR NOT = PENDING-VENDOR
               MOVE "Y" TO CERT-FILE-AT-END.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plvnt01.cbl".

           COPY "pllck01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRUN01.
      *------------------------------------
      * Check Run Release
      *
      * Every VCHPAY02 run is recorded on
      * CHECK-RUN-FILE as pending release,
      * and until it is released here
      * CHKPRT01 will not print its
      * checks, CHKMLG01 will not label
      * them, and ACHEXP01 and POSPAY01
      * will not send them to the bank.
      *
      * Walks every pending run, one at a
      * time, and shows the run header
      * (account, run date, check range,
      * count, dollars and the operator
      * who ran it), the run's totals by
      * payment method - paper check or
      * direct deposit, the same choice
      * ACHEXP01 will make, or virtual
      * card for a card program vendor
      * (numbered in the account's card
      * series, and sent by CRDEXP01
      * only after release) - with the
      * checks still waiting on a second
      * signature, and the five largest
      * payments in the run. Then takes a
      * release / reject (with a reason)
      * / skip decision.
      *
      * Supervisor work - level 9 only -
      * and never on a run the same
      * operator ran: the person who cut
      * the checks does not release them.
      * A rejected run's checks are
      * voided in VCHVOD01, which reopens
      * their vouchers for a corrected
      * run.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcrn01.cbl".

           COPY "slchk01.cbl".

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slotp01.cbl".

           COPY "slemp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcrn01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdotp01.cbl".

           COPY "fdemp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  CHECK-RUN-FILE-AT-END     PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  OTP-RECORD-FOUND          PIC X.
       77  EMP-RECORD-FOUND          PIC X.
       77  PAID-BY-ACH               PIC X.
       77  REVIEW-CHOICE             PIC X.

       77  PENDING-COUNT             PIC 9(5).
       77  RELEASED-COUNT            PIC 9(5).
       77  REJECTED-COUNT            PIC 9(5).
       77  OWN-RUN-COUNT             PIC 9(5).

       77  PAPER-COUNT               PIC 9(5).
       77  PAPER-TOTAL               PIC S9(9)V99.
       77  ACH-COUNT                 PIC 9(5).
       77  ACH-TOTAL                 PIC S9(9)V99.
       77  CARD-COUNT                PIC 9(5).
       77  CARD-TOTAL                PIC S9(9)V99.
       77  SCAN-FIRST-NUMBER         PIC 9(8).
       77  SCAN-LAST-NUMBER          PIC 9(8).
       77  SECOND-SIG-COUNT          PIC 9(5).
       77  SECOND-SIG-TOTAL          PIC S9(9)V99.
       77  VOIDED-COUNT              PIC 9(5).

       77  LARGEST-COUNT             PIC 9.
       77  LARGEST-SUB               PIC 9.
       77  SHIFT-SUB                 PIC 9.

       01  LARGEST-TABLE.
           05  LARGEST-SLOT OCCURS 5 TIMES.
               10  LARGEST-CHECK     PIC 9(8).
               10  LARGEST-AMOUNT    PIC S9(8)V99.
               10  LARGEST-PAYEE     PIC X(30).

       77  RUN-AMOUNT-PAREN          PIC X VALUE SPACE.
       77  RUN-AMOUNT-FIELD          PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O CHECK-RUN-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN INPUT EMPLOYEE-FILE.

       CLOSING-PROCEDURE.
           CLOSE CHECK-RUN-FILE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE EMPLOYEE-FILE.

      *--------------------------------
      * Releasing money is supervisor
      * work, gated at level 9 the same
      * way VCHAPR01 gates its picks.
      *--------------------------------
       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM REVIEW-MODE.

      *--------------------------------
      * One pending run at a time
      *--------------------------------
       REVIEW-MODE.
           MOVE ZEROES TO PENDING-COUNT RELEASED-COUNT
                          REJECTED-COUNT OWN-RUN-COUNT.
           PERFORM READ-FIRST-CHECK-RUN.
           PERFORM REVIEW-ALL-RUNS
               UNTIL CHECK-RUN-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "PENDING RUNS REVIEWED: " PENDING-COUNT.
           DISPLAY "RELEASED: " RELEASED-COUNT.
           DISPLAY "REJECTED: " REJECTED-COUNT.
           IF OWN-RUN-COUNT NOT = ZEROES
               DISPLAY "LEFT FOR ANOTHER SUPERVISOR: "
                       OWN-RUN-COUNT.

       REVIEW-ALL-RUNS.
           IF CRN-IS-PENDING
               PERFORM REVIEW-THIS-RUN.
           PERFORM READ-NEXT-CHECK-RUN.

       REVIEW-THIS-RUN.
           ADD 1 TO PENDING-COUNT.
           PERFORM TOTAL-THE-RUN.
           PERFORM DISPLAY-PENDING-RUN.
           IF CRN-OPERATOR = SIGNED-ON-OPERATOR
               ADD 1 TO OWN-RUN-COUNT
               DISPLAY "YOU RAN THIS CHECK RUN - ANOTHER LEVEL-9"
               DISPLAY "SUPERVISOR MUST RELEASE OR REJECT IT."
           ELSE
               PERFORM DECIDE-THIS-RUN.

       DECIDE-THIS-RUN.
           PERFORM GET-REVIEW-CHOICE.
           IF REVIEW-CHOICE = "R"
               MOVE "R" TO CRN-STATUS
               MOVE SPACE TO CRN-REJECT-REASON
               PERFORM STAMP-THE-DECISION
               PERFORM REWRITE-CHECK-RUN-RECORD
               ADD 1 TO RELEASED-COUNT.
           IF REVIEW-CHOICE = "J"
               MOVE "X" TO CRN-STATUS
               PERFORM ENTER-REJECT-REASON
               PERFORM STAMP-THE-DECISION
               PERFORM REWRITE-CHECK-RUN-RECORD
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED - VOID THE RUN'S CHECKS IN VCHVOD01".

       STAMP-THE-DECISION.
           MOVE SIGNED-ON-OPERATOR TO CRN-DECIDED-BY.
           ACCEPT CRN-DECIDED-DATE FROM DATE YYYYMMDD.

      *--------------------------------
      * The run's checks are the ones
      * on its account from its first
      * check number through its last
      * that carry its run number, and
      * any card payments it wrote in
      * the card series. A check voided
      * since the run is counted but
      * out of the totals.
      *--------------------------------
       TOTAL-THE-RUN.
           MOVE ZEROES TO PAPER-COUNT PAPER-TOTAL
                          ACH-COUNT ACH-TOTAL
                          CARD-COUNT CARD-TOTAL
                          SECOND-SIG-COUNT SECOND-SIG-TOTAL
                          VOIDED-COUNT LARGEST-COUNT.
           MOVE CRN-FIRST-CHECK TO SCAN-FIRST-NUMBER.
           MOVE CRN-LAST-CHECK TO SCAN-LAST-NUMBER.
           PERFORM READ-FIRST-RUN-CHECK.
           PERFORM TOTAL-ALL-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".
           IF CRN-FIRST-CHECK < 70000001
               PERFORM TOTAL-THE-RUN-CARDS.

       TOTAL-ALL-CHECKS.
           IF CHECK-RUN-FIRST = CRN-FIRST-CHECK
               PERFORM TOTAL-THIS-CHECK.
           PERFORM READ-NEXT-RUN-CHECK.

       TOTAL-THIS-CHECK.
           IF CHECK-IS-VOIDED
               ADD 1 TO VOIDED-COUNT
           ELSE
               PERFORM SET-THE-PAYMENT-METHOD
               PERFORM ADD-TO-THE-METHOD
               PERFORM KEEP-THE-LARGEST.

      *--------------------------------
      * A run of paper and card payments
      * is keyed on its first check, its
      * card payments sitting up in the
      * card series; a run of card
      * payments alone is keyed on its
      * first card number and the range
      * above has already found them.
      *--------------------------------
       TOTAL-THE-RUN-CARDS.
           MOVE 70000001 TO SCAN-FIRST-NUMBER.
           MOVE 79999999 TO SCAN-LAST-NUMBER.
           PERFORM READ-FIRST-RUN-CHECK.
           PERFORM TOTAL-ALL-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".

       ADD-TO-THE-METHOD.
           IF CHECK-IS-CARD
               ADD 1 TO CARD-COUNT
               ADD CHECK-AMOUNT TO CARD-TOTAL
           ELSE
           IF PAID-BY-ACH = "Y"
               ADD 1 TO ACH-COUNT
               ADD CHECK-AMOUNT TO ACH-TOTAL
           ELSE
               ADD 1 TO PAPER-COUNT
               ADD CHECK-AMOUNT TO PAPER-TOTAL.
           IF CHECK-NEEDS-SECOND-SIG
               ADD 1 TO SECOND-SIG-COUNT
               ADD CHECK-AMOUNT TO SECOND-SIG-TOTAL.

      *--------------------------------
      * The same test ACHEXP01 applies:
      * a vendor on direct deposit with
      * its prenote accepted, or an
      * employee paid by direct deposit
      * on payroll. Everything else
      * goes out as a paper check.
      *--------------------------------
       SET-THE-PAYMENT-METHOD.
           MOVE "N" TO PAID-BY-ACH.
           IF CHECK-VENDOR = ZEROES
               PERFORM SET-EMPLOYEE-METHOD
           ELSE
               PERFORM SET-VENDOR-METHOD.

       SET-EMPLOYEE-METHOD.
           PERFORM FIND-THE-EMPLOYEE.
           IF EMP-RECORD-FOUND = "Y" AND EMP-PAID-BY-ACH
               MOVE "Y" TO PAID-BY-ACH.

       SET-VENDOR-METHOD.
           MOVE CHECK-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-ACH-USED
               AND VENDOR-PRENOTE-ACCEPTED
               MOVE "Y" TO PAID-BY-ACH.

       FIND-THE-EMPLOYEE.
           MOVE "N" TO EMP-RECORD-FOUND.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM READ-NEXT-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                   OR (    VOUCHER-CHECK-NO = CHECK-NUMBER
                       AND VOUCHER-ACCOUNT = CHECK-ACCOUNT).
           IF VOUCHER-FILE-AT-END NOT = "Y"
               MOVE VOUCHER-NUMBER TO OTP-VOUCHER
               PERFORM READ-OTP-RECORD
               IF OTP-RECORD-FOUND = "Y"
                   AND OTP-EMPLOYEE NOT = ZEROES
                   MOVE OTP-EMPLOYEE TO EMP-NUMBER
                   PERFORM READ-EMP-RECORD.

      *--------------------------------
      * The five largest payments, kept
      * largest first: find the check's
      * place, slide the smaller ones
      * down a slot (the fifth drops
      * off), and put it in.
      *--------------------------------
       KEEP-THE-LARGEST.
           MOVE 1 TO LARGEST-SUB.
           PERFORM FIND-THE-LARGEST-SLOT
               UNTIL LARGEST-SUB > LARGEST-COUNT
                   OR CHECK-AMOUNT > LARGEST-AMOUNT (LARGEST-SUB).
           IF LARGEST-SUB NOT > 5
               PERFORM MAKE-ROOM-IN-THE-TABLE
               MOVE CHECK-NUMBER TO LARGEST-CHECK (LARGEST-SUB)
               MOVE CHECK-AMOUNT TO LARGEST-AMOUNT (LARGEST-SUB)
               MOVE CHECK-REFERENCE TO LARGEST-PAYEE (LARGEST-SUB).

       FIND-THE-LARGEST-SLOT.
           ADD 1 TO LARGEST-SUB.

       MAKE-ROOM-IN-THE-TABLE.
           IF LARGEST-COUNT < 5
               ADD 1 TO LARGEST-COUNT.
           PERFORM SLIDE-ONE-SLOT-DOWN
               VARYING SHIFT-SUB FROM LARGEST-COUNT BY -1
               UNTIL SHIFT-SUB NOT > LARGEST-SUB.

       SLIDE-ONE-SLOT-DOWN.
           MOVE LARGEST-SLOT (SHIFT-SUB - 1)
               TO LARGEST-SLOT (SHIFT-SUB).

       DISPLAY-PENDING-RUN.
           DISPLAY " ".
           DISPLAY "CHECK RUN ON ACCOUNT " CRN-ACCOUNT
                   " - RUN BY " CRN-OPERATOR.
           MOVE CRN-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "CHECK DATE: " FORMATTED-DATE
                   "  CHECKS " CRN-FIRST-CHECK
                   " THRU " CRN-LAST-CHECK.
           MOVE CRN-AMOUNT TO RUN-AMOUNT-FIELD.
           PERFORM SET-RUN-AMOUNT-PARENS.
           DISPLAY "RUN TOTAL:        " CRN-CHECK-COUNT " CHECKS "
                   RUN-AMOUNT-PAREN RUN-AMOUNT-FIELD.
           MOVE PAPER-TOTAL TO RUN-AMOUNT-FIELD.
           PERFORM SET-RUN-AMOUNT-PARENS.
           DISPLAY "  PAPER CHECK:    " PAPER-COUNT " CHECKS "
                   RUN-AMOUNT-PAREN RUN-AMOUNT-FIELD.
           MOVE ACH-TOTAL TO RUN-AMOUNT-FIELD.
           PERFORM SET-RUN-AMOUNT-PARENS.
           DISPLAY "  DIRECT DEPOSIT: " ACH-COUNT " CHECKS "
                   RUN-AMOUNT-PAREN RUN-AMOUNT-FIELD.
           IF CARD-COUNT NOT = ZEROES
               MOVE CARD-TOTAL TO RUN-AMOUNT-FIELD
               PERFORM SET-RUN-AMOUNT-PARENS
               DISPLAY "  VIRTUAL CARD:   " CARD-COUNT " CHECKS "
                       RUN-AMOUNT-PAREN RUN-AMOUNT-FIELD.
           IF SECOND-SIG-COUNT NOT = ZEROES
               MOVE SECOND-SIG-TOTAL TO RUN-AMOUNT-FIELD
               PERFORM SET-RUN-AMOUNT-PARENS
               DISPLAY "  (2ND SIGNATURE: " SECOND-SIG-COUNT
                       " CHECKS " RUN-AMOUNT-PAREN
                       RUN-AMOUNT-FIELD ")".
           IF VOIDED-COUNT NOT = ZEROES
               DISPLAY "  VOIDED SINCE:   " VOIDED-COUNT " CHECKS".
           IF LARGEST-COUNT NOT = ZEROES
               DISPLAY "LARGEST PAYMENTS:"
               PERFORM DISPLAY-ONE-LARGEST
                   VARYING LARGEST-SUB FROM 1 BY 1
                   UNTIL LARGEST-SUB > LARGEST-COUNT.

       DISPLAY-ONE-LARGEST.
           MOVE LARGEST-AMOUNT (LARGEST-SUB) TO RUN-AMOUNT-FIELD.
           PERFORM SET-RUN-AMOUNT-PARENS.
           DISPLAY "  " LARGEST-CHECK (LARGEST-SUB) " "
                   LARGEST-PAYEE (LARGEST-SUB) " "
                   RUN-AMOUNT-PAREN RUN-AMOUNT-FIELD.

       GET-REVIEW-CHOICE.
           PERFORM ACCEPT-REVIEW-CHOICE.
           PERFORM RE-ACCEPT-REVIEW-CHOICE
               UNTIL REVIEW-CHOICE = "R" OR "J" OR "S".

       ACCEPT-REVIEW-CHOICE.
           DISPLAY "(R)ELEASE, RE(J)ECT, OR (S)KIP?".
           ACCEPT REVIEW-CHOICE.
           INSPECT REVIEW-CHOICE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REVIEW-CHOICE.
           DISPLAY "YOU MUST ENTER R, J OR S".
           PERFORM ACCEPT-REVIEW-CHOICE.

       ENTER-REJECT-REASON.
           MOVE SPACE TO CRN-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RE-ACCEPT-REJECT-REASON
               UNTIL CRN-REJECT-REASON NOT = SPACE.

       ACCEPT-REJECT-REASON.
           DISPLAY "ENTER THE REASON FOR REJECTION".
           ACCEPT CRN-REJECT-REASON.
           INSPECT CRN-REJECT-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REJECT-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-REJECT-REASON.

      *----------------------------------------
      * Show negative amounts in parentheses,
      * accounting-style, instead of a trailing
      * minus sign.
      *----------------------------------------
       SET-RUN-AMOUNT-PARENS.
           MOVE SPACE TO RUN-AMOUNT-PAREN.
           IF RUN-AMOUNT-FIELD (15:1) = "-"
               MOVE "(" TO RUN-AMOUNT-PAREN
               MOVE ")" TO RUN-AMOUNT-FIELD (15:1).

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-CHECK-RUN.
           MOVE LOW-VALUES TO CRN-KEY.
           MOVE "N" TO CHECK-RUN-FILE-AT-END.
           START CHECK-RUN-FILE
               KEY NOT < CRN-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-RUN-FILE-AT-END.
           IF CHECK-RUN-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-RUN.

       READ-NEXT-CHECK-RUN.
           MOVE "N" TO CHECK-RUN-FILE-AT-END.
           READ CHECK-RUN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-RUN-FILE-AT-END.

       REWRITE-CHECK-RUN-RECORD.
           REWRITE CHECK-RUN-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK RUN RECORD".

       READ-FIRST-RUN-CHECK.
           MOVE CRN-ACCOUNT TO CHECK-ACCOUNT.
           MOVE SCAN-FIRST-NUMBER TO CHECK-NUMBER.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-RUN-CHECK.

       READ-NEXT-RUN-CHECK.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               IF CHECK-ACCOUNT NOT = CRN-ACCOUNT
                   OR CHECK-NUMBER > SCAN-LAST-NUMBER
                   MOVE "Y" TO CHECK-FILE-AT-END.

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

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-OTP-RECORD.
           MOVE "Y" TO OTP-RECORD-FOUND.
           READ ONE-TIME-PAYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO OTP-RECORD-FOUND.

       READ-EMP-RECORD.
           MOVE "Y" TO EMP-RECORD-FOUND.
           READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMP-RECORD-FOUND.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANREV01.
      *------------------------------------
      * Sanctions Hit Review
      *
      * Works the open hits on the
      * sanctions hit file (FDSAN01) one
      * at a time for the compliance
      * officer: the party and the name
      * that was screened beside the SDN
      * entry it matched, and takes the
      * decision -
      *
      *  CLEAR   - a false match; the
      *            party can be paid
      *            again (unless another
      *            hit still stands).
      *  CONFIRM - the party is the
      *            sanctioned one; payment
      *            stays stopped for good.
      *  SKIP    - leave it open.
      *
      * Clearing and confirming both take
      * a reason, stamp the hit with the
      * officer's operator ID and the
      * date, and go on the vendor's notes
      * (or, for a one-time payee, the
      * voucher's notes).
      *
      * Only a level-9 supervisor may
      * decide.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsan01.cbl".

           COPY "slvnd02.cbl".

           COPY "slotp01.cbl".

           COPY "slvnt01.cbl".

           COPY "slvcn01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsan01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdotp01.cbl".

           COPY "fdvnt01.cbl".

           COPY "fdvcn01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  HIT-FILE-AT-END           PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  OTP-RECORD-FOUND          PIC X.
       77  DECISION                  PIC X.
       77  DECISION-REASON           PIC X(40).
       77  DECISION-WORD             PIC X(9).
       77  TODAYS-DATE               PIC 9(8).

       77  SHOWN-COUNT               PIC 9(5).
       77  CLEARED-COUNT             PIC 9(5).
       77  CONFIRMED-COUNT           PIC 9(5).

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wsvnt01.cbl".

           COPY "wsvcn01.cbl".

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
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O SANCTIONS-HIT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT ONE-TIME-PAYEE-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN I-O VOUCHER-NOTE-FILE.

       CLOSING-PROCEDURE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ONE-TIME-PAYEE-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE VOUCHER-NOTE-FILE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM WORK-THE-HITS.

       WORK-THE-HITS.
           MOVE ZEROES TO SHOWN-COUNT CLEARED-COUNT CONFIRMED-COUNT.
           MOVE "N" TO DECISION.
           PERFORM READ-FIRST-HIT-RECORD.
           PERFORM WORK-ALL-OPEN-HITS
               UNTIL HIT-FILE-AT-END = "Y"
                   OR DECISION = "Q".
           DISPLAY " ".
           DISPLAY "OPEN HITS SHOWN:   " SHOWN-COUNT.
           DISPLAY "CLEARED:           " CLEARED-COUNT.
           DISPLAY "CONFIRMED:         " CONFIRMED-COUNT.

       WORK-ALL-OPEN-HITS.
           IF SANHIT-IS-OPEN
               ADD 1 TO SHOWN-COUNT
               PERFORM SHOW-THE-HIT
               PERFORM GET-THE-DECISION
               PERFORM APPLY-THE-DECISION.
           IF DECISION NOT = "Q"
               PERFORM READ-NEXT-HIT-RECORD.

       SHOW-THE-HIT.
           DISPLAY " ".
           IF SANHIT-IS-ONE-TIME
               PERFORM SHOW-THE-PAYEE
           ELSE
               PERFORM SHOW-THE-VENDOR.
           DISPLAY "NAME SCREENED: " SANHIT-SCREENED-NAME.
           DISPLAY "MATCHED SDN ENTRY " SANHIT-ENTRY ":".
           DISPLAY "   " SANHIT-SDN-NAME.
           DISPLAY "   PROGRAM: " SANHIT-SDN-PROGRAM.
           DISPLAY "FOUND: " SANHIT-FOUND-DATE.

       SHOW-THE-VENDOR.
           MOVE SANHIT-PARTY TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF SANHIT-IS-REMIT-TO
               DISPLAY "REMIT-TO NAME OF VENDOR " SANHIT-PARTY
           ELSE
               DISPLAY "VENDOR " SANHIT-PARTY.
           IF VENDOR-RECORD-FOUND = "Y"
               DISPLAY "   " VENDOR-NAME
               DISPLAY "   " VENDOR-ADDRESS-1
               DISPLAY "   " VENDOR-CITY " " VENDOR-STATE " "
                       VENDOR-ZIP
               DISPLAY "   TAX ID: " VENDOR-TAX-ID
           ELSE
               DISPLAY "   ** VENDOR NO LONGER ON FILE **".

       SHOW-THE-PAYEE.
           MOVE SANHIT-PARTY TO OTP-VOUCHER.
           PERFORM READ-OTP-RECORD.
           DISPLAY "ONE-TIME PAYEE ON VOUCHER " SANHIT-PARTY.
           IF OTP-RECORD-FOUND = "Y"
               DISPLAY "   " OTP-NAME
               DISPLAY "   " OTP-ADDRESS-1
               DISPLAY "   " OTP-CITY " " OTP-STATE " " OTP-ZIP
               DISPLAY "   TAX ID: " OTP-TAX-ID
           ELSE
               DISPLAY "   ** PAYEE NO LONGER ON FILE **".

       GET-THE-DECISION.
           PERFORM ACCEPT-THE-DECISION.
           PERFORM RE-ACCEPT-THE-DECISION
               UNTIL DECISION = "C" OR "T" OR "S" OR "Q".

       ACCEPT-THE-DECISION.
           DISPLAY "(C)LEAR - FALSE MATCH, (T)RUE MATCH - CONFIRM,".
           DISPLAY "(S)KIP OR (Q)UIT?".
           ACCEPT DECISION.
           INSPECT DECISION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-THE-DECISION.
           DISPLAY "YOU MUST ENTER C, T, S OR Q".
           PERFORM ACCEPT-THE-DECISION.

       APPLY-THE-DECISION.
           IF DECISION = "C"
               MOVE "CLEARED" TO DECISION-WORD
               PERFORM RECORD-THE-DECISION
               ADD 1 TO CLEARED-COUNT
               DISPLAY "HIT CLEARED"
           ELSE
           IF DECISION = "T"
               MOVE "CONFIRMED" TO DECISION-WORD
               PERFORM RECORD-THE-DECISION
               ADD 1 TO CONFIRMED-COUNT
               DISPLAY "HIT CONFIRMED - PAYMENT STAYS STOPPED".

       RECORD-THE-DECISION.
           PERFORM GET-DECISION-REASON.
           IF DECISION = "C"
               MOVE "C" TO SANHIT-STATUS
           ELSE
               MOVE "T" TO SANHIT-STATUS.
           MOVE SIGNED-ON-OPERATOR TO SANHIT-DECIDED-BY.
           MOVE TODAYS-DATE TO SANHIT-DECIDED-DATE.
           MOVE DECISION-REASON TO SANHIT-REASON.
           PERFORM REWRITE-HIT-RECORD.
           PERFORM NOTE-THE-DECISION.

       GET-DECISION-REASON.
           PERFORM ACCEPT-DECISION-REASON.
           PERFORM RE-ACCEPT-DECISION-REASON
               UNTIL DECISION-REASON NOT = SPACE.

       ACCEPT-DECISION-REASON.
           DISPLAY "REASON?".
           ACCEPT DECISION-REASON.
           INSPECT DECISION-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-DECISION-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-DECISION-REASON.

       NOTE-THE-DECISION.
           IF SANHIT-IS-ONE-TIME
               MOVE SPACE TO VCHN-TEXT
               STRING "SANCTIONS HIT " SANHIT-ENTRY " "
                      DECISION-WORD ": " DECISION-REASON
                   DELIMITED BY SIZE INTO VCHN-TEXT
               MOVE SANHIT-PARTY TO VCHN-VOUCHER
               MOVE SIGNED-ON-OPERATOR TO VCHN-OPERATOR
               PERFORM WRITE-VOUCHER-NOTE
           ELSE
               MOVE SPACE TO VNOTE-TEXT
               STRING "SANCTIONS HIT " SANHIT-ENTRY " "
                      DECISION-WORD ": " DECISION-REASON
                   DELIMITED BY SIZE INTO VNOTE-TEXT
               MOVE SANHIT-PARTY TO VNOTE-VENDOR
               MOVE SIGNED-ON-OPERATOR TO VNOTE-OPERATOR
               PERFORM WRITE-VENDOR-NOTE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-HIT-RECORD.
           MOVE LOW-VALUES TO SANHIT-KEY.
           MOVE "N" TO HIT-FILE-AT-END.
           START SANCTIONS-HIT-FILE
               KEY NOT < SANHIT-KEY
               INVALID KEY
               MOVE "Y" TO HIT-FILE-AT-END.
           IF HIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HIT-RECORD.

       READ-NEXT-HIT-RECORD.
           MOVE "N" TO HIT-FILE-AT-END.
           READ SANCTIONS-HIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HIT-FILE-AT-END.

       REWRITE-HIT-RECORD.
           REWRITE SANCTIONS-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".

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

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "plvnt01.cbl".

           COPY "plvcn01.cbl".

           COPY "plsys01.cbl".

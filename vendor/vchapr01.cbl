      *    backup withholding percent
      *    the check run takes off
      *    reportable payments to
      *    vendors with no W-9 on file,
      *    and the statutory percent
      *    taken off U.S.-source
      *    payments to foreign vendors
      *    with no treaty rate.
      * 7. SET MILEAGE RATE - the per-mile
      *    rate EXRMNT01 reimburses
      *    employee business driving at.
      * 8. SET CAPITAL THRESHOLD - the
      *    amount at or above which a
      *    capital-coded detail line
      *    goes to the fixed-asset feed.
      * 9. APPROVE THRESHOLD CHANGES -
      *    picks 2, 3, 5, 7, 8, 10 and 11 do not
      *    change the control file. Each
      *    new value is entered as a
      *    pending change request, with
      *    a reason, and takes effect
      *    only when a second level-9
      *    supervisor - never the one
      *    who asked - approves it here.
      *    Every request stays on the
      *    change file as history
      *    (CTLRPT01).
      * 10. SET KEY-VERIFY LIMIT - the
      *    amount at or above which a
      *    hand-keyed voucher must be
      *    re-keyed blind by a second
      *    operator (VCHVFY01) before it
      *    can be paid.
      * 11. SET CARD REBATE RATE - the
      *    percent the bank pays back on
      *    settled virtual card volume,
      *    for the CRDRPT01 rebate report.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsess01.cbl".

           COPY "slthc01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdsess01.cbl".

           COPY "fdthc01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 99.
           88  MENU-PICK-IS-VALID    VALUES 0 THRU 11.

       77  VOUCHER-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  RELEASED-COUNT            PIC 9(5).
       77  WAITING-COUNT             PIC 9(5).

       77  CHANGE-FILE-AT-END        PIC X.
       77  CHANGE-FIELD              PIC X.
       77  CHANGE-ACCOUNT            PIC 9(10).
       77  CHANGE-OLD-VALUE          PIC S9(8)V9999.
       77  CHANGE-NEW-VALUE          PIC S9(8)V9999.
       77  CHANGE-CURRENT-VALUE      PIC S9(8)V9999.
       77  CHANGE-VALUE-FIELD        PIC ZZ,ZZZ,ZZ9.9999-.
       77  CHANGE-NAME               PIC X(30).
       77  CHANGE-REASON             PIC X(30).
       77  CHANGE-CHOICE             PIC X.
       77  PENDING-FOUND             PIC X.
       77  PENDING-NUMBER            PIC 9(6).
       77  HIGHEST-CHANGE            PIC 9(6).
       77  LIMIT-AMOUNT              PIC S9(8)V99.
       77  RATE-ENTRY                PIC 9(2)V99.
       77  MILEAGE-ENTRY             PIC 9V999.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O CHECK-FILE.
           OPEN I-O THRESHOLD-CHANGE-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE CHECK-FILE.
           CLOSE THRESHOLD-CHANGE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           DISPLAY " ".
           DISPLAY "          1. REVIEW PENDING VOUCHERS".
           DISPLAY "          2. SET THE APPROVAL DOLLAR LIMIT".
           DISPLAY "          3. SET THE WITHHOLDING RATES".
           DISPLAY "          4. CLEAR A STUCK CHECK-RUN LOCK".
           DISPLAY "          5. SET A DUAL-SIGNATURE LIMIT".
           DISPLAY "          6. RELEASE SECOND-SIGNATURE CHECKS".
           DISPLAY "          7. SET THE MILEAGE RATE".
           DISPLAY "          8. SET THE CAPITALIZATION THRESHOLD".
           DISPLAY "          9. APPROVE THRESHOLD CHANGES".
           DISPLAY "         10. SET THE KEY-VERIFY LIMIT".
           DISPLAY "         11. SET THE CARD REBATE RATE".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-11)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
      * run lock - is supervisor work,
      * so every pick is gated at
      * level 9 the same way VNDAUD01
      * gates its sign-off.  Each pick
      * writes a file, so each is also
      * held off while the batch window
      * is open.
      *--------------------------------
       DO-THE-PICK.
           IF SIGNED-ON-LEVEL < 9
               PERFORM REFUSE-THE-PICK
           ELSE
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "N"
                   PERFORM TAKE-THE-PICK.

           PERFORM GET-MENU-PICK.

               PERFORM SET-SIG-LIMIT-MODE.
           IF MENU-PICK = 6
               PERFORM RELEASE-SIG-MODE.
           IF MENU-PICK = 7
               PERFORM SET-MILEAGE-RATE-MODE.
           IF MENU-PICK = 8
               PERFORM SET-THRESHOLD-MODE.
           IF MENU-PICK = 9
               PERFORM APPROVE-CHANGES-MODE.
           IF MENU-PICK = 10
               PERFORM SET-VERIFY-LIMIT-MODE.
           IF MENU-PICK = 11
               PERFORM SET-REBATE-RATE-MODE.

      *--------------------------------
      * 1. REVIEW - one pending
           IF REVIEW-CHOICE = "A"
               MOVE "A" TO VOUCHER-APPR-STATUS
               MOVE SPACE TO VOUCHER-APPR-REASON
               PERFORM STAMP-THE-APPROVER
               PERFORM REWRITE-VOUCHER-RECORD
               ADD 1 TO APPROVED-COUNT.
           IF REVIEW-CHOICE = "R"
               MOVE "R" TO VOUCHER-APPR-STATUS
               PERFORM ENTER-REJECT-REASON
               PERFORM STAMP-THE-APPROVER
               PERFORM REWRITE-VOUCHER-RECORD
               ADD 1 TO REJECTED-COUNT.

      *--------------------------------
      * Whoever decided the voucher goes
      * on it, so the separation-of-
      * duties report can hold the
      * approver against the keyer.
      *--------------------------------
       STAMP-THE-APPROVER.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-APPROVED-BY.
           ACCEPT VOUCHER-APPROVED-DATE FROM DATE YYYYMMDD.

       DISPLAY-PENDING-VOUCHER.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE VOUCHER-DUE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "DUE: " FORMATTED-DATE.
           IF VOUCHER-APPR-REASON NOT = SPACE
               DISPLAY "NOTE: " VOUCHER-APPR-REASON.

       GET-REVIEW-CHOICE.
           PERFORM ACCEPT-REVIEW-CHOICE.
           DISPLAY "ENTER NEW LIMIT (0 FOR NO APPROVALS)".
           ACCEPT LIMIT-ENTRY.
           MOVE LIMIT-ENTRY TO LIMIT-RAW.
           COMPUTE LIMIT-AMOUNT ROUNDED = LIMIT-RAW.
           IF LIMIT-AMOUNT < ZEROES
               MOVE ZEROES TO LIMIT-AMOUNT
               DISPLAY "A NEGATIVE LIMIT MAKES NO SENSE - SET TO 0".
           MOVE "A" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-APPROVAL-LIMIT TO CHANGE-OLD-VALUE.
           MOVE LIMIT-AMOUNT TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 3. SET WITHHOLDING RATE
           DISPLAY "CURRENT BACKUP WITHHOLDING RATE: "
                   CONTROL-BACKUP-WHT-RATE "%".
           DISPLAY "ENTER NEW RATE (24.00 USUAL, 0 FOR NONE)".
           ACCEPT RATE-ENTRY.
           MOVE "B" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-BACKUP-WHT-RATE TO CHANGE-OLD-VALUE.
           MOVE RATE-ENTRY TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.
           DISPLAY "CURRENT FOREIGN (NRA) WITHHOLDING RATE: "
                   CONTROL-NRA-WHT-RATE "%".
           DISPLAY "ENTER NEW RATE (30.00 USUAL, 0 FOR NONE)".
           ACCEPT RATE-ENTRY.
           MOVE "N" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-NRA-WHT-RATE TO CHANGE-OLD-VALUE.
           MOVE RATE-ENTRY TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 4. CLEAR A STUCK LOCK - for a
           DISPLAY "ENTER NEW LIMIT (0 FOR NO CONTROL)".
           ACCEPT LIMIT-ENTRY.
           MOVE LIMIT-ENTRY TO LIMIT-RAW.
           COMPUTE LIMIT-AMOUNT ROUNDED = LIMIT-RAW.
           IF LIMIT-AMOUNT < ZEROES
               MOVE ZEROES TO LIMIT-AMOUNT
               DISPLAY "A NEGATIVE LIMIT MAKES NO SENSE - SET TO 0".
           MOVE "D" TO CHANGE-FIELD.
           MOVE SIG-ACCOUNT-ENTRY TO CHANGE-ACCOUNT.
           MOVE CONTROL-DUAL-SIG-LIMIT TO CHANGE-OLD-VALUE.
           MOVE LIMIT-AMOUNT TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 6. RELEASE - each check still
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.

      *--------------------------------
      * 7. SET MILEAGE RATE - dollars
      * per mile, to three decimals the
      * way the IRS publishes it.
      *--------------------------------
       SET-MILEAGE-RATE-MODE.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               DISPLAY "CONTROL FILE IS INVALID"
           ELSE
               PERFORM ENTER-MILEAGE-RATE.

       ENTER-MILEAGE-RATE.
           DISPLAY "CURRENT MILEAGE RATE: "
                   CONTROL-MILEAGE-RATE " PER MILE".
           DISPLAY "ENTER NEW RATE (E.G. 0.670, 0 FOR NONE)".
           ACCEPT MILEAGE-ENTRY.
           MOVE "M" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-MILEAGE-RATE TO CHANGE-OLD-VALUE.
           MOVE MILEAGE-ENTRY TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 8. SET CAPITAL THRESHOLD
      *--------------------------------
       SET-THRESHOLD-MODE.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               DISPLAY "CONTROL FILE IS INVALID"
           ELSE
               PERFORM ENTER-CAPITAL-THRESHOLD.

       ENTER-CAPITAL-THRESHOLD.
           MOVE CONTROL-CAPITAL-THRESHOLD TO LIMIT-FIELD.
           DISPLAY "CURRENT CAPITALIZATION THRESHOLD: " LIMIT-FIELD.
           DISPLAY "ENTER NEW THRESHOLD (0 TO SEND EVERY LINE)".
           ACCEPT LIMIT-ENTRY.
           MOVE LIMIT-ENTRY TO LIMIT-RAW.
           COMPUTE LIMIT-AMOUNT ROUNDED = LIMIT-RAW.
           IF LIMIT-AMOUNT < ZEROES
               MOVE ZEROES TO LIMIT-AMOUNT
               DISPLAY "A NEGATIVE THRESHOLD MAKES NO SENSE - SET TO 0".
           MOVE "C" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-CAPITAL-THRESHOLD TO CHANGE-OLD-VALUE.
           MOVE LIMIT-AMOUNT TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 10. SET KEY-VERIFY LIMIT
      *--------------------------------
       SET-VERIFY-LIMIT-MODE.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               DISPLAY "CONTROL FILE IS INVALID"
           ELSE
               PERFORM ENTER-VERIFY-LIMIT.

       ENTER-VERIFY-LIMIT.
           MOVE CONTROL-VERIFY-LIMIT TO LIMIT-FIELD.
           DISPLAY "CURRENT KEY-VERIFY LIMIT: " LIMIT-FIELD.
           DISPLAY "ENTER NEW LIMIT (0.01 VERIFIES EVERY KEYED".
           DISPLAY "VOUCHER, 0 TURNS VERIFICATION OFF)".
           ACCEPT LIMIT-ENTRY.
           MOVE LIMIT-ENTRY TO LIMIT-RAW.
           COMPUTE LIMIT-AMOUNT ROUNDED = LIMIT-RAW.
           IF LIMIT-AMOUNT < ZEROES
               MOVE ZEROES TO LIMIT-AMOUNT
               DISPLAY "A NEGATIVE LIMIT MAKES NO SENSE - SET TO 0".
           MOVE "K" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-VERIFY-LIMIT TO CHANGE-OLD-VALUE.
           MOVE LIMIT-AMOUNT TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * 11. SET CARD REBATE RATE
      *--------------------------------
       SET-REBATE-RATE-MODE.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               DISPLAY "CONTROL FILE IS INVALID"
           ELSE
               PERFORM ENTER-REBATE-RATE.

       ENTER-REBATE-RATE.
           DISPLAY "CURRENT CARD REBATE RATE: "
                   CONTROL-CARD-REBATE-RATE "%".
           DISPLAY "ENTER NEW RATE (E.G. 1.25, 0 FOR NONE)".
           ACCEPT RATE-ENTRY.
           MOVE "R" TO CHANGE-FIELD.
           MOVE ZEROES TO CHANGE-ACCOUNT.
           MOVE CONTROL-CARD-REBATE-RATE TO CHANGE-OLD-VALUE.
           MOVE RATE-ENTRY TO CHANGE-NEW-VALUE.
           PERFORM REQUEST-THE-CHANGE.

      *--------------------------------
      * Every new limit or rate keyed
      * above lands here as a pending
      * request - the control file is
      * not touched until a second
      * supervisor approves it in pick
      * 9. One request at a time per
      * value.
      *--------------------------------
       REQUEST-THE-CHANGE.
           PERFORM FIND-PENDING-CHANGE.
           IF CHANGE-NEW-VALUE = CHANGE-OLD-VALUE
               DISPLAY "NO CHANGE - NOTHING ENTERED"
           ELSE
           IF PENDING-FOUND = "Y"
               DISPLAY "CHANGE REQUEST " PENDING-NUMBER
                       " IS ALREADY PENDING ON THAT VALUE"
               DISPLAY "- IT MUST BE DECIDED BEFORE ANOTHER"
           ELSE
               PERFORM ENTER-CHANGE-REASON
               PERFORM WRITE-CHANGE-REQUEST.

       ENTER-CHANGE-REASON.
           PERFORM ACCEPT-CHANGE-REASON.
           PERFORM RE-ACCEPT-CHANGE-REASON
               UNTIL CHANGE-REASON NOT = SPACE.

       ACCEPT-CHANGE-REASON.
           DISPLAY "REASON FOR THE CHANGE?".
           ACCEPT CHANGE-REASON.
           INSPECT CHANGE-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CHANGE-REASON.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-CHANGE-REASON.

       WRITE-CHANGE-REQUEST.
           MOVE HIGHEST-CHANGE TO THC-NUMBER.
           ADD 1 TO THC-NUMBER.
           MOVE CHANGE-FIELD TO THC-FIELD.
           MOVE CHANGE-ACCOUNT TO THC-ACCOUNT.
           MOVE CHANGE-OLD-VALUE TO THC-OLD-VALUE.
           MOVE CHANGE-NEW-VALUE TO THC-NEW-VALUE.
           MOVE CHANGE-REASON TO THC-REASON.
           MOVE SIGNED-ON-OPERATOR TO THC-REQUESTED-BY.
           ACCEPT THC-REQUESTED-DATE FROM DATE YYYYMMDD.
           MOVE "P" TO THC-STATUS.
           MOVE SPACE TO THC-DECIDED-BY.
           MOVE ZEROES TO THC-DECIDED-DATE.
           WRITE THRESHOLD-CHANGE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHANGE REQUEST".
           DISPLAY "CHANGE REQUEST " THC-NUMBER " ENTERED.".
           DISPLAY "THE OLD VALUE STAYS IN FORCE UNTIL ANOTHER".
           DISPLAY "SUPERVISOR APPROVES IT (PICK 9).".

      *--------------------------------
      * One pass of the change file
      * finds any request still pending
      * on the same value, and the
      * highest number used so far.
      *--------------------------------
       FIND-PENDING-CHANGE.
           MOVE "N" TO PENDING-FOUND.
           MOVE ZEROES TO HIGHEST-CHANGE.
           PERFORM READ-FIRST-CHANGE.
           PERFORM LOOK-AT-ONE-CHANGE
               UNTIL CHANGE-FILE-AT-END = "Y".

       LOOK-AT-ONE-CHANGE.
           MOVE THC-NUMBER TO HIGHEST-CHANGE.
           IF THC-IS-PENDING
                   AND THC-FIELD = CHANGE-FIELD
                   AND THC-ACCOUNT = CHANGE-ACCOUNT
               MOVE "Y" TO PENDING-FOUND
               MOVE THC-NUMBER TO PENDING-NUMBER.
           PERFORM READ-NEXT-CHANGE.

      *--------------------------------
      * 9. APPROVE THRESHOLD CHANGES -
      * each pending request, old and
      * new value side by side. The
      * supervisor who asked for it may
      * not decide it.
      *--------------------------------
       APPROVE-CHANGES-MODE.
           MOVE ZEROES TO PENDING-COUNT APPROVED-COUNT
                          REJECTED-COUNT.
           PERFORM READ-FIRST-CHANGE.
           PERFORM DECIDE-ALL-CHANGES
               UNTIL CHANGE-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "PENDING CHANGES SEEN: " PENDING-COUNT.
           DISPLAY "APPROVED AND APPLIED: " APPROVED-COUNT.
           DISPLAY "REJECTED: " REJECTED-COUNT.

       DECIDE-ALL-CHANGES.
           IF THC-IS-PENDING
               PERFORM DECIDE-THIS-CHANGE.
           PERFORM READ-NEXT-CHANGE.

       DECIDE-THIS-CHANGE.
           ADD 1 TO PENDING-COUNT.
           PERFORM DISPLAY-THE-CHANGE.
           IF THC-REQUESTED-BY = SIGNED-ON-OPERATOR
               DISPLAY "YOU ENTERED THIS CHANGE - ANOTHER"
               DISPLAY "SUPERVISOR MUST DECIDE IT"
           ELSE
               PERFORM GET-CHANGE-CHOICE
               PERFORM TAKE-CHANGE-CHOICE.

       DISPLAY-THE-CHANGE.
           PERFORM SET-CHANGE-NAME.
           DISPLAY " ".
           DISPLAY "CHANGE " THC-NUMBER " - " CHANGE-NAME.
           IF THC-IS-DUAL-SIG-LIMIT
               DISPLAY "CHECK ACCOUNT: " THC-ACCOUNT.
           MOVE THC-OLD-VALUE TO CHANGE-VALUE-FIELD.
           DISPLAY "FROM: " CHANGE-VALUE-FIELD.
           MOVE THC-NEW-VALUE TO CHANGE-VALUE-FIELD.
           DISPLAY "TO:   " CHANGE-VALUE-FIELD.
           MOVE THC-REQUESTED-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "ASKED BY " THC-REQUESTED-BY " ON "
                   FORMATTED-DATE.
           DISPLAY "REASON: " THC-REASON.

       SET-CHANGE-NAME.
           IF THC-IS-APPROVAL-LIMIT
               MOVE "APPROVAL LIMIT" TO CHANGE-NAME
           ELSE
           IF THC-IS-DUAL-SIG-LIMIT
               MOVE "DUAL-SIGNATURE LIMIT" TO CHANGE-NAME
           ELSE
           IF THC-IS-BACKUP-WHT-RATE
               MOVE "BACKUP WITHHOLDING RATE" TO CHANGE-NAME
           ELSE
           IF THC-IS-NRA-WHT-RATE
               MOVE "FOREIGN WITHHOLDING RATE" TO CHANGE-NAME
           ELSE
           IF THC-IS-MILEAGE-RATE
               MOVE "MILEAGE RATE" TO CHANGE-NAME
           ELSE
           IF THC-IS-VERIFY-LIMIT
               MOVE "KEY-VERIFY LIMIT" TO CHANGE-NAME
           ELSE
           IF THC-IS-REBATE-RATE
               MOVE "CARD REBATE RATE" TO CHANGE-NAME
           ELSE
               MOVE "CAPITALIZATION THRESHOLD" TO CHANGE-NAME.

       GET-CHANGE-CHOICE.
           PERFORM ACCEPT-CHANGE-CHOICE.
           PERFORM RE-ACCEPT-CHANGE-CHOICE
               UNTIL CHANGE-CHOICE = "A" OR "R" OR "S".

       ACCEPT-CHANGE-CHOICE.
           DISPLAY "(A)PPROVE, (R)EJECT, OR (S)KIP?".
           ACCEPT CHANGE-CHOICE.
           INSPECT CHANGE-CHOICE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CHANGE-CHOICE.
           DISPLAY "YOU MUST ENTER A, R OR S".
           PERFORM ACCEPT-CHANGE-CHOICE.

       TAKE-CHANGE-CHOICE.
           IF CHANGE-CHOICE = "A"
               PERFORM APPLY-THE-CHANGE
           ELSE
           IF CHANGE-CHOICE = "R"
               MOVE "R" TO THC-STATUS
               PERFORM STAMP-THE-DECISION
               ADD 1 TO REJECTED-COUNT.

      *--------------------------------
      * The value on the control file
      * must still be the one the
      * request was made against -
      * otherwise the approver would be
      * signing off on a change from a
      * number nobody showed them.
      *--------------------------------
       APPLY-THE-CHANGE.
           IF THC-IS-DUAL-SIG-LIMIT
               PERFORM READ-ACCOUNT-CONTROL-RECORD
           ELSE
               PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "N"
               DISPLAY "CONTROL RECORD NOT ON FILE - NOT APPLIED"
           ELSE
               PERFORM GET-CURRENT-VALUE
               IF CHANGE-CURRENT-VALUE NOT = THC-OLD-VALUE
                   DISPLAY "THE VALUE HAS CHANGED SINCE THIS WAS"
                   DISPLAY "ASKED FOR - REJECT IT AND KEY A NEW ONE"
               ELSE
                   PERFORM SET-THE-NEW-VALUE
                   PERFORM REWRITE-CONTROL-RECORD
                   MOVE "A" TO THC-STATUS
                   PERFORM STAMP-THE-DECISION
                   ADD 1 TO APPROVED-COUNT
                   DISPLAY "APPROVED - THE NEW VALUE IS IN FORCE".

       GET-CURRENT-VALUE.
           IF THC-IS-APPROVAL-LIMIT
               MOVE CONTROL-APPROVAL-LIMIT TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-DUAL-SIG-LIMIT
               MOVE CONTROL-DUAL-SIG-LIMIT TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-BACKUP-WHT-RATE
               MOVE CONTROL-BACKUP-WHT-RATE TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-NRA-WHT-RATE
               MOVE CONTROL-NRA-WHT-RATE TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-MILEAGE-RATE
               MOVE CONTROL-MILEAGE-RATE TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-VERIFY-LIMIT
               MOVE CONTROL-VERIFY-LIMIT TO CHANGE-CURRENT-VALUE
           ELSE
           IF THC-IS-REBATE-RATE
               MOVE CONTROL-CARD-REBATE-RATE TO CHANGE-CURRENT-VALUE
           ELSE
               MOVE CONTROL-CAPITAL-THRESHOLD
                   TO CHANGE-CURRENT-VALUE.

       SET-THE-NEW-VALUE.
           IF THC-IS-APPROVAL-LIMIT
               MOVE THC-NEW-VALUE TO CONTROL-APPROVAL-LIMIT
           ELSE
           IF THC-IS-DUAL-SIG-LIMIT
               MOVE THC-NEW-VALUE TO CONTROL-DUAL-SIG-LIMIT
           ELSE
           IF THC-IS-BACKUP-WHT-RATE
               MOVE THC-NEW-VALUE TO CONTROL-BACKUP-WHT-RATE
           ELSE
           IF THC-IS-NRA-WHT-RATE
               MOVE THC-NEW-VALUE TO CONTROL-NRA-WHT-RATE
           ELSE
           IF THC-IS-MILEAGE-RATE
               MOVE THC-NEW-VALUE TO CONTROL-MILEAGE-RATE
           ELSE
           IF THC-IS-VERIFY-LIMIT
               MOVE THC-NEW-VALUE TO CONTROL-VERIFY-LIMIT
           ELSE
           IF THC-IS-REBATE-RATE
               MOVE THC-NEW-VALUE TO CONTROL-CARD-REBATE-RATE
           ELSE
               MOVE THC-NEW-VALUE TO CONTROL-CAPITAL-THRESHOLD.

       STAMP-THE-DECISION.
           MOVE SIGNED-ON-OPERATOR TO THC-DECIDED-BY.
           ACCEPT THC-DECIDED-DATE FROM DATE YYYYMMDD.
           REWRITE THRESHOLD-CHANGE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHANGE REQUEST".

       READ-FIRST-CHANGE.
           MOVE ZEROES TO THC-NUMBER.
           MOVE "N" TO CHANGE-FILE-AT-END.
           START THRESHOLD-CHANGE-FILE
               KEY NOT < THC-NUMBER
               INVALID KEY
               MOVE "Y" TO CHANGE-FILE-AT-END.
           IF CHANGE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHANGE.

       READ-NEXT-CHANGE.
           MOVE "N" TO CHANGE-FILE-AT-END.
           READ THRESHOLD-CHANGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHANGE-FILE-AT-END.

      *----------------------------------------
      * Show negative amounts in parentheses,
      * accounting-style, instead of a trailing
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

       READ-ACCOUNT-CONTROL-RECORD.
           MOVE 2 TO CONTROL-TYPE.
           MOVE THC-ACCOUNT TO CONTROL-ACCOUNT.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRJM01.
      *------------------------------------
      * GL Reject Correction Queue
      *
      * Walks every line the general
      * ledger rejected (GLACK01 put it on
      * the GL reject file) that is still
      * waiting on a fix, shows it with
      * the check, voucher or PO it came
      * from and the GL's reason, and
      * takes a decision:
      *
      *   (C)ORRECT - a new account for a
      *       line the GL bounced for a
      *       closed account or an
      *       inactive cost center. It
      *       must be on the chart of
      *       accounts and active. The
      *       account first sent is kept.
      *   (R)ELEASE - send the line again
      *       as it was: the GL rejected
      *       the batch out of balance, or
      *       the account has since been
      *       reopened on the GL side.
      *   (S)KIP    - leave it for later.
      *
      * A corrected or released line goes
      * out on the next GLCOR01 correction
      * run, by itself - nothing else from
      * its run is sent again. Who made
      * the decision, and when, goes on
      * the line.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slglr01.cbl".

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdglr01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  REJECT-FILE-AT-END        PIC X.
       77  COA-RECORD-FOUND          PIC X.
       77  REVIEW-CHOICE             PIC X.
       77  NEW-ACCOUNT               PIC X(15).
       77  ORIGIN-TEXT               PIC X(24).
       77  AMOUNT-FIELD              PIC ZZ,ZZZ,ZZ9.99.

       77  WAITING-COUNT             PIC 9(5) VALUE ZEROES.
       77  CORRECTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  RELEASED-COUNT            PIC 9(5) VALUE ZEROES.

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
           OPEN I-O GL-REJECT-FILE.
           OPEN INPUT COA-FILE.

       CLOSING-PROCEDURE.
           CLOSE GL-REJECT-FILE.
           CLOSE COA-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM REVIEW-THE-REJECTS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "REVIEW THE LINES THE GL REJECTED (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       REVIEW-THE-REJECTS.
           MOVE ZEROES TO WAITING-COUNT CORRECTED-COUNT
                          RELEASED-COUNT.
           PERFORM READ-FIRST-REJECT.
           PERFORM REVIEW-ALL-REJECTS
               UNTIL REJECT-FILE-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "REJECTED LINES REVIEWED: " WAITING-COUNT.
           DISPLAY "CORRECTED: " CORRECTED-COUNT.
           DISPLAY "RELEASED AS SENT: " RELEASED-COUNT.
           IF CORRECTED-COUNT NOT = ZEROES
                   OR RELEASED-COUNT NOT = ZEROES
               DISPLAY "RUN GLCOR01 TO SEND THEM TO THE GL".

       REVIEW-ALL-REJECTS.
           IF GLR-IS-OPEN
               PERFORM REVIEW-THIS-REJECT.
           PERFORM READ-NEXT-REJECT.

       REVIEW-THIS-REJECT.
           ADD 1 TO WAITING-COUNT.
           PERFORM DISPLAY-THE-REJECT.
           PERFORM GET-REVIEW-CHOICE.
           IF REVIEW-CHOICE = "C"
               PERFORM ENTER-NEW-ACCOUNT
               MOVE NEW-ACCOUNT TO GLR-ACCOUNT
               PERFORM STAMP-THE-CORRECTION
               ADD 1 TO CORRECTED-COUNT.
           IF REVIEW-CHOICE = "R"
               PERFORM STAMP-THE-CORRECTION
               ADD 1 TO RELEASED-COUNT.

       STAMP-THE-CORRECTION.
           MOVE "C" TO GLR-STATUS.
           MOVE SIGNED-ON-OPERATOR TO GLR-CORRECTED-BY.
           ACCEPT GLR-CORRECTED-DATE FROM DATE YYYYMMDD.
           PERFORM REWRITE-REJECT-RECORD.

       DISPLAY-THE-REJECT.
           PERFORM SET-THE-ORIGIN-TEXT.
           DISPLAY " ".
           MOVE GLR-RUN-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY GLR-SOURCE " RUN OF " FORMATTED-DATE
                   " " GLR-RUN-TIME " - LINE " GLR-LINE-NUMBER.
           DISPLAY "FROM: " ORIGIN-TEXT.
           DISPLAY "REFERENCE: " GLR-REFERENCE.
           MOVE GLR-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "ACCOUNT: " GLR-ACCOUNT "  " GLR-DEBIT-CREDIT
                   "  " AMOUNT-FIELD.
           IF GLR-ACCOUNT NOT = GLR-ORIGINAL-ACCOUNT
               DISPLAY "FIRST SENT TO: " GLR-ORIGINAL-ACCOUNT.
           MOVE GLR-REJECT-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "REJECTED " FORMATTED-DATE ": " GLR-REASON.
           IF GLR-REJECT-COUNT > 1
               DISPLAY "THE GL HAS REJECTED THIS LINE "
                       GLR-REJECT-COUNT " TIMES".

       SET-THE-ORIGIN-TEXT.
           MOVE SPACE TO ORIGIN-TEXT.
           IF GLR-SOURCE = "GLEXP01"
               STRING "CHECK " GLR-CHECK-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "ACREXP01" OR "PPDAMR01"
               STRING "VOUCHER " GLR-VOUCHER-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "REBRPT01"
               STRING "VENDOR " GLR-VENDOR-NUMBER
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
           IF GLR-SOURCE = "GRNEXP01"
               STRING "PO " GLR-PO-NUMBER " VENDOR " GLR-PO-VENDOR
                   DELIMITED BY SIZE INTO ORIGIN-TEXT
           ELSE
               MOVE GLR-SOURCE TO ORIGIN-TEXT.

       GET-REVIEW-CHOICE.
           PERFORM ACCEPT-REVIEW-CHOICE.
           PERFORM RE-ACCEPT-REVIEW-CHOICE
               UNTIL REVIEW-CHOICE = "C" OR "R" OR "S".

       ACCEPT-REVIEW-CHOICE.
           DISPLAY "(C)ORRECT THE ACCOUNT, (R)ELEASE AS SENT,".
           DISPLAY "OR (S)KIP?".
           ACCEPT REVIEW-CHOICE.
           INSPECT REVIEW-CHOICE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-REVIEW-CHOICE.
           DISPLAY "YOU MUST ENTER C, R OR S".
           PERFORM ACCEPT-REVIEW-CHOICE.

      *------------------------------------
      * The account the line goes out on
      * next must be on the chart of
      * accounts and active - the same
      * rule VCHMNT01 codes by.
      *------------------------------------
       ENTER-NEW-ACCOUNT.
           PERFORM ACCEPT-NEW-ACCOUNT.
           PERFORM RE-ACCEPT-NEW-ACCOUNT
               UNTIL COA-RECORD-FOUND = "Y".

       ACCEPT-NEW-ACCOUNT.
           DISPLAY "ENTER THE ACCOUNT TO SEND THE LINE TO".
           ACCEPT NEW-ACCOUNT.
           INSPECT NEW-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO COA-RECORD-FOUND.
           IF NEW-ACCOUNT NOT = SPACE
               MOVE NEW-ACCOUNT TO COA-ACCOUNT
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       RE-ACCEPT-NEW-ACCOUNT.
           DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF".
           DISPLAY "ACCOUNTS (OR IS INACTIVE)".
           PERFORM ACCEPT-NEW-ACCOUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-REJECT.
           MOVE LOW-VALUES TO GLR-KEY.
           MOVE "N" TO REJECT-FILE-AT-END.
           START GL-REJECT-FILE
               KEY NOT < GLR-KEY
               INVALID KEY
               MOVE "Y" TO REJECT-FILE-AT-END.
           IF REJECT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REJECT.

       READ-NEXT-REJECT.
           MOVE "N" TO REJECT-FILE-AT-END.
           READ GL-REJECT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REJECT-FILE-AT-END.

       REWRITE-REJECT-RECORD.
           REWRITE GL-REJECT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING GL REJECT RECORD".

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

      * day already on file is replaced -
      * the bank re-sends corrected feeds.
      *
      * The feed layout is in FDFEED01.
      * The same file carries a line for
      * each vendor-initiated ACH debit;
      * those are DBTMAT01's, and are
      * passed over here.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slact01.cbl".

           COPY "slfeed01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdact01.cbl".

           COPY "fdfeed01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  LOADED-COUNT             PIC 9(5) VALUE ZEROES.
       77  REPLACED-COUNT           PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  DEBIT-ITEM-COUNT         PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

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
           PERFORM READ-NEXT-FEED-RECORD.

       PROCESS-THIS-FEED-RECORD.
           IF FEED-IS-DEBIT-ITEM
               ADD 1 TO DEBIT-ITEM-COUNT
           ELSE
               PERFORM PROCESS-THE-BALANCE-LINE.

       PROCESS-THE-BALANCE-LINE.
           MOVE FEED-ACCOUNT TO ACCT-NUMBER.
           PERFORM READ-ACCT-RECORD.
           IF ACCT-RECORD-FOUND = "N"
           DISPLAY "BALANCE DAYS LOADED:   " LOADED-COUNT.
           DISPLAY "BALANCE DAYS REPLACED: " REPLACED-COUNT.
           DISPLAY "FEED LINES REJECTED:   " REJECTED-COUNT.
           DISPLAY "DEBIT ITEMS PASSED:    " DEBIT-ITEM-COUNT.

      *--------------------------------
      * File I-O routines
           REWRITE BANK-BAL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING BALANCE RECORD".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

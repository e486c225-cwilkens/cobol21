
           COPY "sljrn01.cbl".

           COPY "slfpr01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdjrn01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  CHECK-RECORD-FOUND          PIC X.

           COPY "wsjrn01.cbl".

           COPY "wsfpr01.cbl".

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

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN I-O JOURNAL-FILE.
           MOVE "CHKMAN01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           OPEN I-O VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE FISCAL-PERIOD-FILE.

       MAIN-PROCESS.
           PERFORM GET-ENTRY-ACCOUNT.
                              CONTROL-LOCK-LAST-CHECK
                              CONTROL-LAST-WIRE
                              CONTROL-DUAL-SIG-LIMIT
                              CONTROL-NRA-WHT-RATE
                              CONTROL-MILEAGE-RATE
                              CONTROL-CAPITAL-THRESHOLD
                              CONTROL-VERIFY-LIMIT
                              CONTROL-LAST-CARD
                              CONTROL-CARD-REBATE-RATE
               PERFORM WRITE-CONTROL-RECORD.

      *--------------------------------
           DISPLAY "THE AMOUNT MUST BE MORE THAN ZERO".
           PERFORM ACCEPT-THE-AMOUNT.

      *--------------------------------
      * A handwritten check still books
      * on its date - a closed fiscal
      * period refuses it, and so does
      * a soft-closed one below level 9.
      *--------------------------------
       ENTER-THE-DATE.
           PERFORM ACCEPT-THE-DATE.
           PERFORM RE-ACCEPT-THE-DATE
               UNTIL FISCAL-DATE-IS-OPEN = "Y".

       ACCEPT-THE-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "DATE ON THE CHECK (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "THE CHECK DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO ENTRY-DATE.
           MOVE ENTRY-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.

       RE-ACCEPT-THE-DATE.
           DISPLAY "THAT DATE FALLS IN FISCAL PERIOD "
                   FISCAL-PERIOD-STAMP
                   ", WHICH IS CLOSED TO PAYMENTS".
           PERFORM ACCEPT-THE-DATE.

       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *--------------------------------
      * Only a vendor payee can have a
           MOVE "N" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM WRITE-CHECK-RECORD.
           PERFORM PULL-UP-THE-COUNTER.
           IF MAKE-A-VOUCHER = "Y"
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           MOVE SIGNED-ON-OPERATOR TO VOUCHER-ENTERED-BY.
           PERFORM WRITE-VOUCHER-RECORD.
           DISPLAY "VOUCHER " VOUCHER-NUMBER
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plfpr01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

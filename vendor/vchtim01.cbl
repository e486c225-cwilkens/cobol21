
           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

      *----------------------------------------------
      * Optional comma-delimited data output - the
      * vendor summary lines and the interest detail

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXPORT-RECORD               PIC X(120).

           COPY "wsjrn01.cbl".

           COPY "wssys01.cbl".

       01  REGISTER-LINE.
           05  PRINT-REG-VOUCHER     PIC ZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.

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
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.

       RETRIEVE-NEXT-VOUCHER-NUMBER.
           MOVE 1 TO CONTROL-TYPE.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           IF CONTROL-APPROVAL-LIMIT NOT = ZEROES
                   AND VOUCHER-AMOUNT > CONTROL-APPROVAL-LIMIT
               MOVE "P" TO VOUCHER-APPR-STATUS
      * File I-O for generation.
      *--------------------------------
       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".


           COPY "sljrn01.cbl".

           COPY "slsys01.cbl".

           SELECT PCD-FEED-FILE
               ASSIGN TO "pcdfeed"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdjrn01.cbl".

           COPY "fdsys01.cbl".

       FD  PCD-FEED-FILE
           LABEL RECORDS ARE OMITTED.
       01  PCD-FEED-RECORD              PIC X(80).

           COPY "wsjrn01.cbl".

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
               TO VOUCHER-DETAIL-AMOUNT.
           MOVE ROLLUP-ACCOUNT (ROLLUP-SUB)
               TO VOUCHER-DETAIL-GL-ACCT.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DETAIL LINE".
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.

      *--------------------------------
      * Read first, read next routines
               MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

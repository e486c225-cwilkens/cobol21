      * An ACH payment has no paper to
      * replace; a failed one comes back
      * through ACHRTN01 instead.
      *
      * A lost original is still paper
      * the bank could pay - if no stop
      * payment is open on it the
      * operator is reminded to request
      * one in STPMNT01.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sljrn01.cbl".

           COPY "slstp01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdjrn01.cbl".

           COPY "fdstp01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  CHECK-RECORD-FOUND          PIC X.
       77  CONTROL-RECORD-FOUND        PIC X.
       77  VOUCHER-RECORD-FOUND        PIC X.
       77  STOP-RECORD-FOUND           PIC X.
       77  VOUCHER-FILE-AT-END         PIC X.
       77  OK-TO-REISSUE               PIC X.
       77  OLD-CHECK-NUMBER            PIC 9(8).

           COPY "wsvnt01.cbl".

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
           OPEN I-O VOUCHER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O VENDOR-NOTE-FILE.
           OPEN INPUT STOP-PAYMENT-FILE.

       CLOSING-PROCEDURE.
           PERFORM END-JOURNAL-RUN.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE VENDOR-NOTE-FILE.
           CLOSE STOP-PAYMENT-FILE.

       MAIN-PROCESS.
           PERFORM GET-EXISTING-CHECK.
           IF CHECK-IS-ACH-PAID
               DISPLAY "THAT PAYMENT WENT BY DIRECT DEPOSIT -"
               DISPLAY "USE ACHRTN01 IF THE BANK RETURNED IT"
               MOVE "N" TO CHECK-RECORD-FOUND
           ELSE
           IF CHECK-IS-CARD
               DISPLAY "THAT PAYMENT WENT BY VIRTUAL CARD - A"
               DISPLAY "DECLINED CARD IS REISSUED BY CRDSET01"
               MOVE "N" TO CHECK-RECORD-FOUND.

       RE-ACCEPT-CHECK-KEY.
               MOVE "Y" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM WRITE-CHECK-RECORD.

      *--------------------------------
           IF RESTAMPED-COUNT = ZEROES
               DISPLAY "NO MATCHING PAID VOUCHER WAS FOUND -"
               DISPLAY "THE VOUCHERS MAY HAVE BEEN ARCHIVED.".
           PERFORM REMIND-ABOUT-THE-STOP.

       REMIND-ABOUT-THE-STOP.
           MOVE CHECK-ACCOUNT TO STOP-ACCOUNT.
           MOVE OLD-CHECK-NUMBER TO STOP-CHECK-NUMBER.
           PERFORM READ-STOP-RECORD.
           IF STOP-RECORD-FOUND = "N" OR NOT STOP-IS-OPEN
               DISPLAY "NO STOP PAYMENT IS OPEN ON CHECK "
                       OLD-CHECK-NUMBER
               DISPLAY "IF IT WAS LOST, REQUEST ONE IN STPMNT01".

      *--------------------------------
      * File I-O routines
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

       READ-STOP-RECORD.
           MOVE "Y" TO STOP-RECORD-FOUND.
           READ STOP-PAYMENT-FILE RECORD
               INVALID KEY
               MOVE "N" TO STOP-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

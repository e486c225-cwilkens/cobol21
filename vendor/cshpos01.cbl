      *  - the position: balance less
      *    outstanding, flagged when it
      *    goes negative
      *  - transfers confirmed in FNDXFR01
      *    dated after that morning and no
      *    later than today, in and out,
      *    and the position after them
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slspl01.cbl".

           COPY "slxfr01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdspl01.cbl".

           COPY "fdxfr01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).
       77  CHECK-FILE-AT-END        PIC X.
       77  BALANCE-ON-FILE          PIC X.
       77  FOUND-BAL-DATE           PIC 9(8).
       77  XFR-FILE-AT-END          PIC X.
       77  TODAYS-DATE              PIC 9(8).

       77  ISSUED-SINCE-TOTAL       PIC S9(9)V99.
       77  OUTSTANDING-TOTAL        PIC S9(9)V99.
       77  THE-POSITION             PIC S9(10)V99.
       77  TRANSFERS-IN             PIC S9(10)V99.
       77  TRANSFERS-OUT            PIC S9(10)V99.
       77  AMOUNT-FIELD             PIC ZZZ,ZZZ,ZZ9.99-.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT BANK-BAL-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT FUND-TRANSFER-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE BANK-ACCT-FILE.
           CLOSE BANK-BAL-FILE.
           CLOSE CHECK-FILE.
           CLOSE FUND-TRANSFER-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
               MOVE SPACE TO PRINT-POS-FLAG.
           PERFORM PRINT-POSITION-LINE.
           MOVE SPACE TO PRINT-POS-FLAG.
           PERFORM SUM-THE-TRANSFERS.
           IF TRANSFERS-IN NOT = ZEROES
                   OR TRANSFERS-OUT NOT = ZEROES
               PERFORM PRINT-THE-TRANSFERS.

       PRINT-THE-TRANSFERS.
           MOVE "CONFIRMED TRANSFERS IN" TO PRINT-POS-LABEL.
           MOVE TRANSFERS-IN TO PRINT-POS-AMOUNT.
           PERFORM PRINT-POSITION-LINE.
           MOVE "CONFIRMED TRANSFERS OUT" TO PRINT-POS-LABEL.
           MOVE TRANSFERS-OUT TO PRINT-POS-AMOUNT.
           PERFORM PRINT-POSITION-LINE.
           COMPUTE THE-POSITION =
               THE-POSITION + TRANSFERS-IN - TRANSFERS-OUT.
           MOVE "POSITION AFTER TRANSFERS" TO PRINT-POS-LABEL.
           MOVE THE-POSITION TO PRINT-POS-AMOUNT.
           IF THE-POSITION < ZEROES
               MOVE "** SHORT **" TO PRINT-POS-FLAG
           ELSE
               MOVE SPACE TO PRINT-POS-FLAG.
           PERFORM PRINT-POSITION-LINE.
           MOVE SPACE TO PRINT-POS-FLAG.

      *--------------------------------
      * Transfers treasury confirmed in
      * FNDXFR01 that the bank had not
      * shown by that morning - money
      * moved since, up to today.
      *--------------------------------
       SUM-THE-TRANSFERS.
           MOVE ZEROES TO TRANSFERS-IN TRANSFERS-OUT.
           MOVE FOUND-BAL-DATE TO XFR-DATE.
           MOVE 9999 TO XFR-SEQ.
           MOVE "N" TO XFR-FILE-AT-END.
           START FUND-TRANSFER-FILE
               KEY > XFR-KEY
               INVALID KEY
               MOVE "Y" TO XFR-FILE-AT-END.
           IF XFR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-XFR-RECORD.
           PERFORM SUM-ONE-TRANSFER
               UNTIL XFR-FILE-AT-END = "Y".

       SUM-ONE-TRANSFER.
           IF XFR-IS-CONFIRMED
               IF XFR-TO-ACCOUNT = ACCT-NUMBER
                   ADD XFR-AMOUNT TO TRANSFERS-IN
               ELSE
               IF XFR-FROM-ACCOUNT = ACCT-NUMBER
                   ADD XFR-AMOUNT TO TRANSFERS-OUT.
           PERFORM READ-NEXT-XFR-RECORD.

       READ-NEXT-XFR-RECORD.
           MOVE "N" TO XFR-FILE-AT-END.
           READ FUND-TRANSFER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO XFR-FILE-AT-END.
           IF XFR-FILE-AT-END NOT = "Y"
               AND XFR-DATE > TODAYS-DATE
               MOVE "Y" TO XFR-FILE-AT-END.

       PRINT-POSITION-LINE.
           MOVE POSITION-LINE TO PRINTER-RECORD.
                   OR CHECK-IS-ESCHEATED
                   OR CHECK-IS-ACH-PAID
                   OR CHECK-IS-WIRE
                   OR CHECK-IS-DEBIT
               NEXT SENTENCE
           ELSE
               IF CHECK-CLEARED NOT = "Y"

      * delivery, and the next six months of
      * recurring bills - its own line types, so
      * booked payables and projections never mix.
      *
      * Transfers treasury has confirmed in
      * FNDXFR01 that the bank has not shown yet
      * (dated after the account's latest balance
      * day) move the running balance in their
      * week - in to the account they fund, out of
      * the account that funds them - and print on
      * a line of their own under the week.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slrcr01.cbl".

           COPY "slxfr01.cbl".

           COPY "slsess01.cbl".

           SELECT PRESORT-FILE

           COPY "fdrcr01.cbl".

           COPY "fdxfr01.cbl".

       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-RECORD.
       77  MONTH-SUB                PIC 99.
       77  WEEK-PO-TOTAL            PIC S9(9)V99.
       77  WEEK-RCR-TOTAL           PIC S9(9)V99.
       77  WEEK-XFR-TOTAL           PIC S9(9)V99.
       77  XFR-FILE-AT-END          PIC X.
       77  BALANCE-ENTRY            PIC ZZ,ZZZ,ZZ9.9999-.
       77  BALANCE-RAW              PIC S9(8)V9999.

           05  FILLER               PIC X(7)  VALUE "  RCR: ".
           05  PRINT-PROJ-RCR       PIC ZZ,ZZZ,ZZ9.99-.

       01  TRANSFER-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(28)
               VALUE "CONFIRMED TRANSFERS IN/OUT: ".
           05  PRINT-XFR-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.

       01  TITLE-LINE.
           05  FILLER               PIC X(25) VALUE SPACE.
           05  FILLER               PIC X(21)
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM PROJECT-THE-COMMITMENTS.
           PERFORM PROJECT-THE-RECURRING.
           PERFORM PROJECT-THE-TRANSFERS.
           CLOSE VOUCHER-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE PRESORT-FILE.
           MOVE "R" TO PRESORT-TYPE.
           WRITE PRESORT-RECORD.

      *--------------------------------
      * A confirmed transfer lands in
      * the week of its date on both
      * accounts it touches - money in
      * carried as a negative due, so
      * the running balance goes up -
      * unless the bank's balance for
      * that account already covers the
      * day.
      *--------------------------------
       PROJECT-THE-TRANSFERS.
           OPEN INPUT FUND-TRANSFER-FILE.
           MOVE ZEROES TO XFR-KEY.
           MOVE "N" TO XFR-FILE-AT-END.
           START FUND-TRANSFER-FILE
               KEY NOT < XFR-KEY
               INVALID KEY
               MOVE "Y" TO XFR-FILE-AT-END.
           IF XFR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-XFR-RECORD.
           PERFORM PROJECT-ALL-TRANSFERS
               UNTIL XFR-FILE-AT-END = "Y".
           CLOSE FUND-TRANSFER-FILE.

       PROJECT-ALL-TRANSFERS.
           IF XFR-IS-CONFIRMED
               MOVE XFR-TO-ACCOUNT TO CURRENT-ACCOUNT
               COMPUTE PRESORT-BALANCE = ZERO - XFR-AMOUNT
               PERFORM WRITE-TRANSFER-PRESORT
               MOVE XFR-FROM-ACCOUNT TO CURRENT-ACCOUNT
               MOVE XFR-AMOUNT TO PRESORT-BALANCE
               PERFORM WRITE-TRANSFER-PRESORT.
           PERFORM READ-NEXT-XFR-RECORD.

       WRITE-TRANSFER-PRESORT.
           PERFORM FIND-THE-LATEST-BALANCE.
           IF XFR-DATE > FOUND-BAL-DATE
               MOVE XFR-DATE TO WEEK-DUE-DATE
               PERFORM COMPUTE-WEEK-NUMBER
               MOVE CURRENT-ACCOUNT TO PRESORT-ACCOUNT
               MOVE CURRENT-WEEK-NUMBER TO PRESORT-WEEK-NUMBER
               MOVE XFR-DATE TO PRESORT-DUE
               MOVE "T" TO PRESORT-TYPE
               WRITE PRESORT-RECORD.

       READ-NEXT-XFR-RECORD.
           MOVE "N" TO XFR-FILE-AT-END.
           READ FUND-TRANSFER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO XFR-FILE-AT-END.

       READ-FIRST-PO-RECORD.
           MOVE ZEROES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
               PERFORM END-WEEK-GROUP
               PERFORM START-NEW-WEEK-GROUP.

           IF WORK-TYPE = "T"
               ADD WORK-BALANCE TO WEEK-XFR-TOTAL
           ELSE
               ADD WORK-BALANCE TO WEEK-TOTAL.
           IF WORK-TYPE = "P"
               ADD WORK-BALANCE TO WEEK-PO-TOTAL.
           IF WORK-TYPE = "R"

       START-NEW-WEEK-GROUP.
           MOVE ZEROES TO WEEK-TOTAL
                          WEEK-PO-TOTAL WEEK-RCR-TOTAL
                          WEEK-XFR-TOTAL.
           MOVE WORK-DUE TO FIRST-WEEK-DUE.

       END-WEEK-GROUP.

       END-BOOKED-WEEK.
           SUBTRACT WEEK-TOTAL FROM RUNNING-BALANCE.
           SUBTRACT WEEK-XFR-TOTAL FROM RUNNING-BALANCE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE FIRST-WEEK-DUE TO DATE-YYYYMMDD.
               MOVE SPACE TO PRINT-FLAG.
           MOVE WEEK-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF WEEK-XFR-TOTAL NOT = ZEROES
               COMPUTE PRINT-XFR-TOTAL = ZERO - WEEK-XFR-TOTAL
               MOVE TRANSFER-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Projected money is not booked

      *--------------------------------
      * Read first, read next routines
      * The voucher pass STARTs on the
      * open voucher key and stops at
      * the first paid voucher.
      *--------------------------------
       READ-FIRST-VOUCHER-RECORD.
           MOVE "O" TO VOUCHER-OPEN-STATUS.
           MOVE ZEROES TO VOUCHER-OPEN-DUE VOUCHER-OPEN-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-OPEN-KEY
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF NOT VOUCHER-KEY-IS-OPEN
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.

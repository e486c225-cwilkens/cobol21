       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVYRPT01.
      *------------------------------------
      * Tax Levy and Garnishment Orders
      * Report
      *
      * Lists every levy and garnishment
      * order on file (LVYMNT01), vendor
      * by vendor - who it is paid to,
      * the notice or case number, when
      * it was served and released, the
      * total due, what VCHPAY02 and
      * WIRPAY01 have sent the authority
      * so far and the balance still owed
      * - with each order's standing:
      *
      *  ACTIVE     - in force, being
      *               taken off payments
      *  NOT YET    - received date still
      *  IN FORCE     to come
      *  RELEASED   - release served
      *               before it was paid
      *  PAID       - satisfied in full
      *
      * Totals of the amounts due, paid
      * and still owed close the report,
      * the balance both for all orders
      * and for those still active.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sllvy01.cbl".

           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdlvy01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  LEVY-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  RUN-DATE                 PIC 9(8).

       77  LEVY-BALANCE             PIC S9(8)V99.
       77  ORDER-COUNT              PIC 9(5) VALUE ZEROES.
       77  ACTIVE-COUNT             PIC 9(5) VALUE ZEROES.
       77  TOTAL-DUE                PIC S9(9)V99 VALUE ZEROES.
       77  TOTAL-PAID               PIC S9(9)V99 VALUE ZEROES.
       77  TOTAL-BALANCE            PIC S9(9)V99 VALUE ZEROES.
       77  ACTIVE-BALANCE           PIC S9(9)V99 VALUE ZEROES.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(38)
               VALUE "TAX LEVY AND GARNISHMENT ORDERS".
           05  FILLER               PIC X(17) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

       01  COLUMN-LINE.
           05  FILLER               PIC X(8)  VALUE "VENDOR".
           05  FILLER               PIC X(4)  VALUE "ORD".
           05  FILLER               PIC X(23) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "TYPE".
           05  FILLER               PIC X(16) VALUE "REFERENCE".
           05  FILLER               PIC X(16) VALUE "STATUS".

       01  ORDER-LINE.
           05  PRINT-VENDOR         PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-SEQ            PIC ZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-VENDOR-NAME    PIC X(22).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-TYPE           PIC X(11).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-REFERENCE      PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-STATUS         PIC X(16).

       01  AUTHORITY-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(8)  VALUE "PAY TO: ".
           05  PRINT-AUTHORITY      PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-AUTHORITY-NAME PIC X(30).

       01  DATES-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(9)  VALUE "RECEIVED ".
           05  PRINT-RECEIVED       PIC Z9/99/9999.
           05  FILLER               PIC X(10) VALUE " RELEASED ".
           05  PRINT-RELEASED-X     PIC X(10).
           05  PRINT-RELEASED REDEFINES PRINT-RELEASED-X
                                    PIC Z9/99/9999.
           05  FILLER               PIC X(11) VALUE " LAST PAID ".
           05  PRINT-LAST-PAID-X    PIC X(10).
           05  PRINT-LAST-PAID REDEFINES PRINT-LAST-PAID-X
                                    PIC Z9/99/9999.

       01  AMOUNTS-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(4)  VALUE "DUE ".
           05  PRINT-DUE            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(6)  VALUE " PAID ".
           05  PRINT-PAID           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9)  VALUE " BALANCE ".
           05  PRINT-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05  PRINT-TOTAL-LABEL    PIC X(30).
           05  PRINT-TOTAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "LVYRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LEVY-ORDER-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE LEVY-ORDER-FILE.
           CLOSE VENDOR-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT LEVY AND GARNISHMENT REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PRINT-THE-REPORT.
           PERFORM START-NEW-PAGE.
           PERFORM PROCESS-ORDERS.
           PERFORM PRINT-THE-TOTALS.

       PROCESS-ORDERS.
           PERFORM READ-FIRST-LEVY-RECORD.
           PERFORM PROCESS-ALL-ORDERS
               UNTIL LEVY-FILE-AT-END = "Y".

       PROCESS-ALL-ORDERS.
           PERFORM PRINT-THIS-ORDER.
           PERFORM READ-NEXT-LEVY-RECORD.

       PRINT-THIS-ORDER.
           ADD 1 TO ORDER-COUNT.
           COMPUTE LEVY-BALANCE =
               LEVY-TOTAL-DUE - LEVY-PAID-TO-DATE.
           ADD LEVY-TOTAL-DUE TO TOTAL-DUE.
           ADD LEVY-PAID-TO-DATE TO TOTAL-PAID.
           ADD LEVY-BALANCE TO TOTAL-BALANCE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.

           MOVE SPACE TO ORDER-LINE.
           MOVE LEVY-VENDOR TO PRINT-VENDOR.
           MOVE LEVY-SEQ TO PRINT-SEQ.
           MOVE LEVY-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
           IF LEVY-IS-TAX-LEVY
               MOVE "TAX LEVY" TO PRINT-TYPE
           ELSE
               MOVE "GARNISHMENT" TO PRINT-TYPE.
           MOVE LEVY-REFERENCE TO PRINT-REFERENCE.
           PERFORM SET-THE-ORDER-STATUS.
           MOVE ORDER-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

           MOVE LEVY-AUTHORITY TO PRINT-AUTHORITY.
           MOVE LEVY-AUTHORITY TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           MOVE VENDOR-NAME TO PRINT-AUTHORITY-NAME.
           MOVE AUTHORITY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

           MOVE LEVY-RECEIVED-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-RECEIVED.
           MOVE SPACE TO PRINT-RELEASED-X.
           IF LEVY-RELEASE-DATE NOT = ZEROES
               MOVE LEVY-RELEASE-DATE TO DATE-YYYYMMDD
               PERFORM CONVERT-TO-MMDDYYYY
               MOVE DATE-MMDDYYYY TO PRINT-RELEASED.
           MOVE SPACE TO PRINT-LAST-PAID-X.
           IF LEVY-LAST-PAID-DATE NOT = ZEROES
               MOVE LEVY-LAST-PAID-DATE TO DATE-YYYYMMDD
               PERFORM CONVERT-TO-MMDDYYYY
               MOVE DATE-MMDDYYYY TO PRINT-LAST-PAID.
           MOVE DATES-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

           MOVE LEVY-TOTAL-DUE TO PRINT-DUE.
           MOVE LEVY-PAID-TO-DATE TO PRINT-PAID.
           MOVE LEVY-BALANCE TO PRINT-BALANCE.
           MOVE AMOUNTS-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Paid in full wins over a
      * release; an order not yet
      * received by today's date is not
      * yet in force.
      *--------------------------------
       SET-THE-ORDER-STATUS.
           IF LEVY-BALANCE NOT > ZEROES
               MOVE "PAID" TO PRINT-STATUS
           ELSE
           IF LEVY-RELEASE-DATE NOT = ZEROES
              AND LEVY-RELEASE-DATE NOT > RUN-DATE
               MOVE "RELEASED" TO PRINT-STATUS
           ELSE
           IF LEVY-RECEIVED-DATE > RUN-DATE
               MOVE "NOT YET IN FORCE" TO PRINT-STATUS
           ELSE
               MOVE "ACTIVE" TO PRINT-STATUS
               ADD 1 TO ACTIVE-COUNT
               ADD LEVY-BALANCE TO ACTIVE-BALANCE.

       PRINT-THE-TOTALS.
           IF ORDER-COUNT = ZEROES
               MOVE "NO LEVY OR GARNISHMENT ORDERS ON FILE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTAL-LINES.

       PRINT-THE-TOTAL-LINES.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "ORDERS ON FILE: " ORDER-COUNT
                  "    ACTIVE: " ACTIVE-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL DUE ON ALL ORDERS" TO PRINT-TOTAL-LABEL.
           MOVE TOTAL-DUE TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL PAID TO AUTHORITIES" TO PRINT-TOTAL-LABEL.
           MOVE TOTAL-PAID TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "TOTAL BALANCE STILL OWED" TO PRINT-TOTAL-LABEL.
           MOVE TOTAL-BALANCE TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "  ON ACTIVE ORDERS" TO PRINT-TOTAL-LABEL.
           MOVE ACTIVE-BALANCE TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-SPOOL-LINE.

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           PERFORM FORM-FEED.
           MOVE ZERO TO LINE-COUNT.

       FORM-FEED.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.

      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-LEVY-RECORD.
           MOVE ZEROES TO LEVY-VENDOR LEVY-SEQ.
           MOVE "N" TO LEVY-FILE-AT-END.
           START LEVY-ORDER-FILE
               KEY NOT < LEVY-KEY
               INVALID KEY
               MOVE "Y" TO LEVY-FILE-AT-END.
           IF LEVY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-LEVY-RECORD.

       READ-NEXT-LEVY-RECORD.
           MOVE "N" TO LEVY-FILE-AT-END.
           READ LEVY-ORDER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LEVY-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "** NOT ON FILE **" TO VENDOR-NAME.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

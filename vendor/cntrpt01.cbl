       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRPT01.
      *--------------------------------------------
      * Vendor Contract Status Report
      *
      * For every contract (CNTMNT01) the not-to-
      * exceed amount and where it stands:
      *
      *   COMMITTED - still open on the POs
      *               written under the contract
      *               (PO amount less what has
      *               been invoiced against it,
      *               open POs only)
      *   INVOICED  - billed to date, from the
      *               contract record
      *   REMAINING - ceiling less both
      *
      * A contract whose invoices plus open POs
      * run past the ceiling is flagged, as is
      * one still active past its end date.
      * Closed contracts print only when the
      * operator asks for them.
      *
      * The PO file is scanned once and the
      * open balances build up in a table of up
      * to 500 contracts - POs against contracts
      * past that are reported, not silently
      * dropped.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slcnt01.cbl".

           COPY "slpo01.cbl".

           COPY "slvnd02.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdcnt01.cbl".

           COPY "fdpo01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  INCLUDE-CLOSED            PIC X.
       77  CONTRACT-FILE-AT-END      PIC X.
       77  PO-FILE-AT-END            PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  TODAYS-DATE               PIC 9(8).

       77  CONTRACT-SUB              PIC 9(3).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.
       77  PRINTED-COUNT             PIC 9(5) VALUE ZEROES.

       77  OPEN-BALANCE              PIC S9(9)V99.
       77  CNT-COMMITTED             PIC S9(9)V99.
       77  CNT-REMAINING             PIC S9(9)V99.

       77  TOTAL-CEILING             PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-COMMITTED           PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-INVOICED            PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-REMAINING           PIC S9(10)V99 VALUE ZEROES.

       77  PRINT-STATUS              PIC X(9).
       77  PRINT-START               PIC X(10).
       77  PRINT-END                 PIC X(10).
       77  PRINT-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-3            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-4            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-COUNT               PIC ZZZZ9.

       01  COMMIT-TABLE.
           05  COMMIT-ENTRY OCCURS 500 TIMES.
               10  COMMIT-CONTRACT   PIC X(10).
               10  COMMIT-AMOUNT     PIC S9(9)V99.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

      *--------------------------------
      * The report prints as one
      * page - the counter exists for
      * the spool line stamps.
      *--------------------------------
       77  PAGE-NUMBER               PIC 9999 VALUE 1.

           COPY "wsdate01.cbl".

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
           MOVE "CNTRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN INPUT CONTRACT-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE CONTRACT-FILE.
           CLOSE PO-FILE.
           CLOSE VENDOR-FILE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-INCLUDE-CLOSED
               ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
               PERFORM TALLY-THE-OPEN-POS
               PERFORM PRINT-THE-CONTRACTS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE CONTRACT STATUS REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-INCLUDE-CLOSED.
           PERFORM ACCEPT-INCLUDE-CLOSED.
           PERFORM RE-ACCEPT-INCLUDE-CLOSED
               UNTIL INCLUDE-CLOSED = "Y" OR "N".

       ACCEPT-INCLUDE-CLOSED.
           DISPLAY "INCLUDE CLOSED CONTRACTS (Y/N)?".
           ACCEPT INCLUDE-CLOSED.
           INSPECT INCLUDE-CLOSED
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-INCLUDE-CLOSED.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-INCLUDE-CLOSED.

      *--------------------------------
      * One pass of the PO file - the
      * unbilled balance of every open
      * PO under a contract lands in
      * that contract's table slot. An
      * overbilled PO commits nothing.
      *--------------------------------
       TALLY-THE-OPEN-POS.
           MOVE SPACE TO COMMIT-TABLE.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT.
           PERFORM READ-FIRST-PO.
           PERFORM TALLY-ONE-PO
               UNTIL PO-FILE-AT-END = "Y".

       TALLY-ONE-PO.
           IF PO-CONTRACT NOT = SPACE AND PO-IS-OPEN
               COMPUTE OPEN-BALANCE = PO-AMOUNT - PO-INVOICED
               IF OPEN-BALANCE > ZEROES
                   PERFORM FIND-THE-CONTRACT-SLOT
                   IF SLOT-FOUND = "Y"
                       ADD OPEN-BALANCE
                           TO COMMIT-AMOUNT (CONTRACT-SUB).
           PERFORM READ-NEXT-PO.

       FIND-THE-CONTRACT-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING CONTRACT-SUB FROM 1 BY 1
               UNTIL CONTRACT-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.

       LOOK-AT-ONE-SLOT.
           IF COMMIT-CONTRACT (CONTRACT-SUB) = PO-CONTRACT
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM CONTRACT-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 500
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO CONTRACT-SUB
               MOVE PO-CONTRACT TO COMMIT-CONTRACT (CONTRACT-SUB)
               MOVE ZEROES TO COMMIT-AMOUNT (CONTRACT-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * The contracts in number order,
      * two lines apiece.
      *--------------------------------
       PRINT-THE-CONTRACTS.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "VENDOR CONTRACT STATUS AS OF " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "CONTRACT   VENDOR  NAME" TO PRINTER-RECORD.
           MOVE "STARTS     ENDS       STATUS"
               TO PRINTER-RECORD (46:27).
           PERFORM WRITE-TO-PRINTER.
           MOVE "    NOT TO EXCEED      COMMITTED       INVOICED"
               TO PRINTER-RECORD.
           MOVE "      REMAINING" TO PRINTER-RECORD (49:15).
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-CONTRACT.
           PERFORM PRINT-ONE-CONTRACT
               UNTIL CONTRACT-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.

       PRINT-ONE-CONTRACT.
           IF INCLUDE-CLOSED = "Y" OR NOT CNT-IS-CLOSED
               PERFORM PRINT-THIS-CONTRACT.
           PERFORM READ-NEXT-CONTRACT.

       PRINT-THIS-CONTRACT.
           PERFORM LOOK-UP-THE-COMMITMENT.
           COMPUTE CNT-REMAINING =
               CNT-CEILING - CNT-INVOICED - CNT-COMMITTED.
           ADD CNT-CEILING TO TOTAL-CEILING.
           ADD CNT-COMMITTED TO TOTAL-COMMITTED.
           ADD CNT-INVOICED TO TOTAL-INVOICED.
           ADD CNT-REMAINING TO TOTAL-REMAINING.
           ADD 1 TO PRINTED-COUNT.

           MOVE CNT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO VENDOR-NAME.
           MOVE CNT-START-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-START.
           MOVE CNT-END-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO PRINT-END.
           IF CNT-IS-ACTIVE
               MOVE "ACTIVE" TO PRINT-STATUS
           ELSE
           IF CNT-IS-SUSPENDED
               MOVE "SUSPENDED" TO PRINT-STATUS
           ELSE
               MOVE "CLOSED" TO PRINT-STATUS.

           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING CNT-NUMBER " " CNT-VENDOR " " VENDOR-NAME (1:26)
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           MOVE PRINT-START TO PRINTER-RECORD (46:10).
           MOVE PRINT-END TO PRINTER-RECORD (57:10).
           MOVE PRINT-STATUS TO PRINTER-RECORD (68:9).
           PERFORM WRITE-TO-PRINTER.

           MOVE CNT-CEILING TO PRINT-AMOUNT-1.
           MOVE CNT-COMMITTED TO PRINT-AMOUNT-2.
           MOVE CNT-INVOICED TO PRINT-AMOUNT-3.
           MOVE CNT-REMAINING TO PRINT-AMOUNT-4.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  " PRINT-AMOUNT-1 " " PRINT-AMOUNT-2
                  " " PRINT-AMOUNT-3 " " PRINT-AMOUNT-4
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

           MOVE SPACE TO PRINTER-RECORD.
           IF CNT-REMAINING < ZEROES
               MOVE "  ** OVER CEILING - INVOICED PLUS OPEN POS"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF CNT-IS-ACTIVE AND CNT-END-DATE < TODAYS-DATE
               MOVE "  ** STILL ACTIVE PAST ITS END DATE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       LOOK-UP-THE-COMMITMENT.
           MOVE ZEROES TO CNT-COMMITTED.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-FOR-THE-COMMITMENT
               VARYING CONTRACT-SUB FROM 1 BY 1
               UNTIL CONTRACT-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".

       LOOK-FOR-THE-COMMITMENT.
           IF COMMIT-CONTRACT (CONTRACT-SUB) = CNT-NUMBER
               MOVE COMMIT-AMOUNT (CONTRACT-SUB) TO CNT-COMMITTED
               MOVE "Y" TO SLOT-FOUND.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF PRINTED-COUNT = ZEROES
               MOVE "NO CONTRACTS TO REPORT" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               MOVE PRINTED-COUNT TO PRINT-COUNT
               MOVE SPACE TO PRINTER-RECORD
               STRING "TOTALS FOR " PRINT-COUNT " CONTRACTS"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE TOTAL-CEILING TO PRINT-AMOUNT-1
               MOVE TOTAL-COMMITTED TO PRINT-AMOUNT-2
               MOVE TOTAL-INVOICED TO PRINT-AMOUNT-3
               MOVE TOTAL-REMAINING TO PRINT-AMOUNT-4
               MOVE SPACE TO PRINTER-RECORD
               STRING "  " PRINT-AMOUNT-1 " " PRINT-AMOUNT-2
                      " " PRINT-AMOUNT-3 " " PRINT-AMOUNT-4
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "CONTRACTS PAST THE 500-SLOT TABLE: "
                      OVERFLOW-COUNT " OPEN POS NOT COUNTED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           PERFORM WRITE-SPOOL-LINE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-CONTRACT.
           MOVE LOW-VALUES TO CNT-NUMBER.
           MOVE "N" TO CONTRACT-FILE-AT-END.
           START CONTRACT-FILE
               KEY NOT < CNT-NUMBER
               INVALID KEY
               MOVE "Y" TO CONTRACT-FILE-AT-END.
           IF CONTRACT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CONTRACT.

       READ-NEXT-CONTRACT.
           MOVE "N" TO CONTRACT-FILE-AT-END.
           READ CONTRACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CONTRACT-FILE-AT-END.

       READ-FIRST-PO.
           MOVE LOW-VALUES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END.
           START PO-FILE
               KEY NOT < PO-NUMBER
               INVALID KEY
               MOVE "Y" TO PO-FILE-AT-END.
           IF PO-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO.

       READ-NEXT-PO.
           MOVE "N" TO PO-FILE-AT-END.
           READ PO-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PO-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCRPT01.
      *--------------------------------------------
      * Job Cost Report
      *
      * For every project (PRJMNT01), or the one
      * the operator names, the cost charged to
      * it broken down by cost code:
      *
      *   COMMITTED - still open on the POs
      *               charged to the project and
      *               code (PO amount less what
      *               has been invoiced against
      *               it, open POs only)
      *   UNPAID    - expense lines on vouchers
      *               not yet paid in full
      *   PAID      - expense lines on paid
      *               vouchers, live file or
      *               history
      *
      * and, per project, the budget less all
      * three - what is left to spend. A project
      * whose cost runs past its budget is
      * flagged. Closed projects print only when
      * the operator asks for them.
      *
      * The PO and detail files are scanned once
      * each and the cost builds up in a table
      * of up to 1000 project + cost code
      * pairs - charges past that are reported,
      * not silently dropped.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slprj01.cbl".

           COPY "slccd01.cbl".

           COPY "slpo01.cbl".

           COPY "slvchdtl.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdprj01.cbl".

           COPY "fdccd01.cbl".

           COPY "fdpo01.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  INCLUDE-CLOSED            PIC X.
       77  ONE-PROJECT               PIC X(8).
       77  PROJECT-FILE-AT-END       PIC X.
       77  PO-FILE-AT-END            PIC X.
       77  DETAIL-FILE-AT-END        PIC X.
       77  PROJECT-RECORD-FOUND      PIC X.
       77  COST-CODE-RECORD-FOUND    PIC X.
       77  VOUCHER-RECORD-FOUND      PIC X.
       77  HISTORY-RECORD-FOUND      PIC X.
       77  LINE-IS-PAID              PIC X.
       77  LINE-IS-ON-FILE           PIC X.

       77  TODAYS-DATE               PIC 9(8).

       77  JOB-SUB                   PIC 9(4).
       77  LOW-SUB                   PIC 9(4).
       77  SLOT-FOUND                PIC X.
       77  USED-SLOTS                PIC 9(4) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.
       77  PRINTED-COUNT             PIC 9(5) VALUE ZEROES.
       77  LAST-COST-CODE            PIC X(6).

       77  LOOK-PROJECT              PIC X(8).
       77  LOOK-COST-CODE            PIC X(6).
       77  OPEN-BALANCE              PIC S9(9)V99.
       77  PRJ-COMMITTED             PIC S9(9)V99.
       77  PRJ-UNPAID                PIC S9(9)V99.
       77  PRJ-PAID                  PIC S9(9)V99.
       77  PRJ-REMAINING             PIC S9(9)V99.

       77  TOTAL-BUDGET              PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-COMMITTED           PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-UNPAID              PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-PAID                PIC S9(10)V99 VALUE ZEROES.
       77  TOTAL-REMAINING           PIC S9(10)V99 VALUE ZEROES.

       77  PRINT-STATUS              PIC X(6).
       77  PRINT-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-3            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-COUNT               PIC ZZZZ9.

       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS 1000 TIMES.
               10  JOB-PROJECT       PIC X(8).
               10  JOB-COST-CODE     PIC X(6).
               10  JOB-COMMITTED     PIC S9(9)V99.
               10  JOB-UNPAID        PIC S9(9)V99.
               10  JOB-PAID          PIC S9(9)V99.

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
           MOVE "JCRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COST-CODE-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE PROJECT-FILE.
           CLOSE COST-CODE-FILE.
           CLOSE PO-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-ONE-PROJECT
               ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
               PERFORM TALLY-THE-OPEN-POS
               PERFORM TALLY-THE-EXPENSE-LINES
               PERFORM PRINT-THE-PROJECTS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE JOB COST REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * One project, or all of them -
      * and for all, whether the closed
      * ones print too.
      *--------------------------------
       GET-ONE-PROJECT.
           PERFORM ACCEPT-ONE-PROJECT.
           PERFORM RE-ACCEPT-ONE-PROJECT
               UNTIL ONE-PROJECT = SPACE
                  OR PROJECT-RECORD-FOUND = "Y".
           MOVE "Y" TO INCLUDE-CLOSED.
           IF ONE-PROJECT = SPACE
               PERFORM GET-INCLUDE-CLOSED.

       ACCEPT-ONE-PROJECT.
           DISPLAY "PROJECT TO REPORT (BLANK FOR ALL)?".
           ACCEPT ONE-PROJECT.
           INSPECT ONE-PROJECT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO PROJECT-RECORD-FOUND.
           IF ONE-PROJECT NOT = SPACE
               MOVE ONE-PROJECT TO PRJ-NUMBER
               PERFORM READ-PROJECT-RECORD.

       RE-ACCEPT-ONE-PROJECT.
           DISPLAY "PROJECT NOT ON FILE".
           PERFORM ACCEPT-ONE-PROJECT.

       GET-INCLUDE-CLOSED.
           PERFORM ACCEPT-INCLUDE-CLOSED.
           PERFORM RE-ACCEPT-INCLUDE-CLOSED
               UNTIL INCLUDE-CLOSED = "Y" OR "N".

       ACCEPT-INCLUDE-CLOSED.
           DISPLAY "INCLUDE CLOSED PROJECTS (Y/N)?".
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
      * PO charged to a project lands
      * in its project + cost code
      * slot. An overbilled PO commits
      * nothing.
      *--------------------------------
       TALLY-THE-OPEN-POS.
           MOVE SPACE TO JOB-TABLE.
           MOVE ZEROES TO USED-SLOTS OVERFLOW-COUNT.
           PERFORM READ-FIRST-PO.
           PERFORM TALLY-ONE-PO
               UNTIL PO-FILE-AT-END = "Y".

       TALLY-ONE-PO.
           IF PO-PROJECT NOT = SPACE AND PO-IS-OPEN
               AND (ONE-PROJECT = SPACE OR PO-PROJECT = ONE-PROJECT)
               COMPUTE OPEN-BALANCE = PO-AMOUNT - PO-INVOICED
               IF OPEN-BALANCE > ZEROES
                   MOVE PO-PROJECT TO LOOK-PROJECT
                   MOVE PO-COST-CODE TO LOOK-COST-CODE
                   PERFORM FIND-THE-JOB-SLOT
                   IF SLOT-FOUND = "Y"
                       ADD OPEN-BALANCE
                           TO JOB-COMMITTED (JOB-SUB).
           PERFORM READ-NEXT-PO.

      *--------------------------------
      * One pass of the expense lines.
      * A line is paid once its voucher
      * is paid in full - a partly paid
      * voucher's lines are still
      * unpaid, the whole-coded-amount
      * rule GLEXP01 posts by.
      *--------------------------------
       TALLY-THE-EXPENSE-LINES.
           PERFORM READ-FIRST-DETAIL.
           PERFORM TALLY-ONE-LINE
               UNTIL DETAIL-FILE-AT-END = "Y".

       TALLY-ONE-LINE.
           IF VOUCHER-DETAIL-PROJECT NOT = SPACE
               AND (ONE-PROJECT = SPACE
                    OR VOUCHER-DETAIL-PROJECT = ONE-PROJECT)
               PERFORM FIND-THE-LINE-VOUCHER
               IF LINE-IS-ON-FILE = "Y"
                   PERFORM TALLY-THIS-LINE.
           PERFORM READ-NEXT-DETAIL.

       TALLY-THIS-LINE.
           MOVE VOUCHER-DETAIL-PROJECT TO LOOK-PROJECT.
           MOVE VOUCHER-DETAIL-COST-CODE TO LOOK-COST-CODE.
           PERFORM FIND-THE-JOB-SLOT.
           IF SLOT-FOUND = "Y"
               IF LINE-IS-PAID = "Y"
                   ADD VOUCHER-DETAIL-AMOUNT TO JOB-PAID (JOB-SUB)
               ELSE
                   ADD VOUCHER-DETAIL-AMOUNT
                       TO JOB-UNPAID (JOB-SUB).

       FIND-THE-LINE-VOUCHER.
           MOVE "N" TO LINE-IS-ON-FILE.
           MOVE "N" TO LINE-IS-PAID.
           MOVE VOUCHER-DETAIL-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE "Y" TO LINE-IS-ON-FILE
               IF VOUCHER-PAID-DATE NOT = ZEROES
                   MOVE "Y" TO LINE-IS-PAID.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE VOUCHER-DETAIL-NUMBER TO VOUCHER-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE "Y" TO LINE-IS-ON-FILE
                   IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                       MOVE "Y" TO LINE-IS-PAID.

       FIND-THE-JOB-SLOT.
           MOVE "N" TO SLOT-FOUND.
           PERFORM LOOK-AT-ONE-SLOT
               VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > USED-SLOTS
                   OR SLOT-FOUND = "Y".
           IF SLOT-FOUND = "N"
               PERFORM TAKE-A-NEW-SLOT.

       LOOK-AT-ONE-SLOT.
           IF JOB-PROJECT (JOB-SUB) = LOOK-PROJECT
               AND JOB-COST-CODE (JOB-SUB) = LOOK-COST-CODE
               MOVE "Y" TO SLOT-FOUND
               SUBTRACT 1 FROM JOB-SUB.

       TAKE-A-NEW-SLOT.
           IF USED-SLOTS < 1000
               ADD 1 TO USED-SLOTS
               MOVE USED-SLOTS TO JOB-SUB
               MOVE LOOK-PROJECT TO JOB-PROJECT (JOB-SUB)
               MOVE LOOK-COST-CODE TO JOB-COST-CODE (JOB-SUB)
               MOVE ZEROES TO JOB-COMMITTED (JOB-SUB)
                              JOB-UNPAID (JOB-SUB)
                              JOB-PAID (JOB-SUB)
               MOVE "Y" TO SLOT-FOUND
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * The projects in number order,
      * each with its cost codes in
      * code order and a total against
      * the budget.
      *--------------------------------
       PRINT-THE-PROJECTS.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "JOB COST REPORT AS OF " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "  CODE   COVERS" TO PRINTER-RECORD.
           MOVE "      COMMITTED          UNPAID            PAID"
               TO PRINTER-RECORD (31:47).
           PERFORM WRITE-TO-PRINTER.
           IF ONE-PROJECT NOT = SPACE
               PERFORM PRINT-THIS-PROJECT
           ELSE
               PERFORM READ-FIRST-PROJECT
               PERFORM PRINT-ONE-PROJECT
                   UNTIL PROJECT-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.

       PRINT-ONE-PROJECT.
           IF INCLUDE-CLOSED = "Y" OR NOT PRJ-IS-CLOSED
               PERFORM PRINT-THIS-PROJECT.
           PERFORM READ-NEXT-PROJECT.

       PRINT-THIS-PROJECT.
           ADD 1 TO PRINTED-COUNT.
           MOVE ZEROES TO PRJ-COMMITTED PRJ-UNPAID PRJ-PAID.
           IF PRJ-IS-CLOSED
               MOVE "CLOSED" TO PRINT-STATUS
           ELSE
               MOVE "ACTIVE" TO PRINT-STATUS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "PROJECT " PRJ-NUMBER " " PRJ-DESCRIPTION
                  " " PRINT-STATUS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

           MOVE LOW-VALUES TO LAST-COST-CODE.
           PERFORM FIND-NEXT-COST-CODE.
           PERFORM PRINT-ONE-COST-CODE
               UNTIL LOW-SUB = ZEROES.
           PERFORM PRINT-PROJECT-TOTAL.

      *--------------------------------
      * The table builds in file order,
      * so each project's codes are
      * picked out lowest first - the
      * lowest code above the one just
      * printed.
      *--------------------------------
       FIND-NEXT-COST-CODE.
           MOVE ZEROES TO LOW-SUB.
           PERFORM LOOK-FOR-LOWER-CODE
               VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > USED-SLOTS.

       LOOK-FOR-LOWER-CODE.
           IF JOB-PROJECT (JOB-SUB) = PRJ-NUMBER
               AND JOB-COST-CODE (JOB-SUB) > LAST-COST-CODE
               IF LOW-SUB = ZEROES
                   MOVE JOB-SUB TO LOW-SUB
               ELSE
               IF JOB-COST-CODE (JOB-SUB) <
                       JOB-COST-CODE (LOW-SUB)
                   MOVE JOB-SUB TO LOW-SUB.

       PRINT-ONE-COST-CODE.
           MOVE JOB-COST-CODE (LOW-SUB) TO CCD-CODE.
           PERFORM READ-COST-CODE-RECORD.
           IF COST-CODE-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO CCD-DESCRIPTION.
           ADD JOB-COMMITTED (LOW-SUB) TO PRJ-COMMITTED.
           ADD JOB-UNPAID (LOW-SUB) TO PRJ-UNPAID.
           ADD JOB-PAID (LOW-SUB) TO PRJ-PAID.
           MOVE JOB-COMMITTED (LOW-SUB) TO PRINT-AMOUNT-1.
           MOVE JOB-UNPAID (LOW-SUB) TO PRINT-AMOUNT-2.
           MOVE JOB-PAID (LOW-SUB) TO PRINT-AMOUNT-3.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  " JOB-COST-CODE (LOW-SUB) " "
                  CCD-DESCRIPTION (1:20) " "
                  PRINT-AMOUNT-1 " " PRINT-AMOUNT-2
                  " " PRINT-AMOUNT-3
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE JOB-COST-CODE (LOW-SUB) TO LAST-COST-CODE.
           PERFORM FIND-NEXT-COST-CODE.

       PRINT-PROJECT-TOTAL.
           COMPUTE PRJ-REMAINING =
               PRJ-BUDGET - PRJ-COMMITTED - PRJ-UNPAID - PRJ-PAID.
           ADD PRJ-BUDGET TO TOTAL-BUDGET.
           ADD PRJ-COMMITTED TO TOTAL-COMMITTED.
           ADD PRJ-UNPAID TO TOTAL-UNPAID.
           ADD PRJ-PAID TO TOTAL-PAID.
           ADD PRJ-REMAINING TO TOTAL-REMAINING.
           MOVE PRJ-COMMITTED TO PRINT-AMOUNT-1.
           MOVE PRJ-UNPAID TO PRINT-AMOUNT-2.
           MOVE PRJ-PAID TO PRINT-AMOUNT-3.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  PROJECT TOTAL               "
                  PRINT-AMOUNT-1 " " PRINT-AMOUNT-2
                  " " PRINT-AMOUNT-3
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE PRJ-BUDGET TO PRINT-AMOUNT-1.
           MOVE PRJ-REMAINING TO PRINT-AMOUNT-2.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "  BUDGET " PRINT-AMOUNT-1
                  "   LEFT TO SPEND " PRINT-AMOUNT-2
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF PRJ-REMAINING < ZEROES
               MOVE "  ** OVER BUDGET - COST PLUS OPEN POS"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF PRINTED-COUNT = ZEROES
               MOVE "NO PROJECTS TO REPORT" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               MOVE PRINTED-COUNT TO PRINT-COUNT
               MOVE SPACE TO PRINTER-RECORD
               STRING "TOTALS FOR " PRINT-COUNT " PROJECTS"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE TOTAL-COMMITTED TO PRINT-AMOUNT-1
               MOVE TOTAL-UNPAID TO PRINT-AMOUNT-2
               MOVE TOTAL-PAID TO PRINT-AMOUNT-3
               MOVE SPACE TO PRINTER-RECORD
               STRING "                              "
                      PRINT-AMOUNT-1 " " PRINT-AMOUNT-2
                      " " PRINT-AMOUNT-3
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE TOTAL-BUDGET TO PRINT-AMOUNT-1
               MOVE TOTAL-REMAINING TO PRINT-AMOUNT-2
               MOVE SPACE TO PRINTER-RECORD
               STRING "  BUDGET " PRINT-AMOUNT-1
                      "   LEFT TO SPEND " PRINT-AMOUNT-2
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "CHARGES PAST THE 1000-SLOT TABLE: "
                      OVERFLOW-COUNT " NOT COUNTED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           PERFORM WRITE-SPOOL-LINE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-PROJECT-RECORD.
           MOVE "Y" TO PROJECT-RECORD-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
               MOVE "N" TO PROJECT-RECORD-FOUND.

       READ-FIRST-PROJECT.
           MOVE LOW-VALUES TO PRJ-NUMBER.
           MOVE "N" TO PROJECT-FILE-AT-END.
           START PROJECT-FILE
               KEY NOT < PRJ-NUMBER
               INVALID KEY
               MOVE "Y" TO PROJECT-FILE-AT-END.
           IF PROJECT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PROJECT.

       READ-NEXT-PROJECT.
           MOVE "N" TO PROJECT-FILE-AT-END.
           READ PROJECT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PROJECT-FILE-AT-END.

       READ-COST-CODE-RECORD.
           MOVE "Y" TO COST-CODE-RECORD-FOUND.
           READ COST-CODE-FILE RECORD
               INVALID KEY
               MOVE "N" TO COST-CODE-RECORD-FOUND.

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

       READ-FIRST-DETAIL.
           MOVE LOW-VALUES TO VOUCHER-DETAIL-KEY.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL.

       READ-NEXT-DETAIL.
           MOVE "N" TO DETAIL-FILE-AT-END.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DETAIL-FILE-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO HISTORY-RECORD-FOUND.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

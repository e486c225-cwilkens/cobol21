       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHSPT01.
      *------------------------------------
      * Split Invoice Exception Report
      *
      * CONTROL-APPROVAL-LIMIT stops one
      * voucher over the limit - not two
      * or three from the same vendor,
      * each kept just under it and keyed
      * a day or two apart. This report
      * sorts the live and history
      * voucher files together by vendor
      * and keying date (VOUCHER-ENTRY-
      * DATE) and slides a window of an
      * operator-keyed number of days
      * down each vendor's invoices. A
      * group of two or more, every one
      * at or under the limit, whose
      * combined total is over it, is
      * printed with its vouchers.
      *
      * Credit memos and prepayments are
      * left out, and so are vouchers
      * with no keying date (they went
      * on file before the date was
      * stamped).
      *
      * A level-9 supervisor may also
      * have the flagged vouchers still
      * open on the live file - unpaid,
      * not selected, and not already
      * through approval - sent back to
      * "P" pending approval, so VCHAPR01
      * sees them after all. Each one is
      * journaled like any other voucher
      * update.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slcontrl.cbl".

           COPY "slsess01.cbl".

           COPY "sljrn01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "sptwork"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdsess01.cbl".

           COPY "fdjrn01.cbl".

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-NUMBER           PIC 9(7).
           05  WORK-VENDOR           PIC 9(7).
           05  WORK-INVOICE          PIC X(15).
           05  WORK-FOR              PIC X(30).
           05  WORK-AMOUNT           PIC S9(8)V99.
           05  WORK-DATE             PIC 9(8).
           05  WORK-DUE              PIC 9(8).
           05  WORK-DEDUCTIBLE       PIC X.
           05  WORK-SELECTED         PIC X.
           05  WORK-PAID-AMOUNT      PIC S9(8)V99.
           05  WORK-PAID-DATE        PIC 9(8).
           05  WORK-CHECK-NO         PIC 9(8).
           05  WORK-ACCOUNT          PIC 9(10).
           05  WORK-ENTRY-DATE       PIC 9(8).
           05  WORK-CHANGED-DATE     PIC 9(8).
           05  WORK-SOURCE           PIC X.
           05  WORK-TYPE             PIC X.
           05  WORK-SELECTED-AMOUNT  PIC S9(8)V99.
           05  WORK-LAST-PAID-AMOUNT PIC S9(8)V99.
           05  WORK-DISC-PERCENT     PIC 9(2)V99.
           05  WORK-DISC-DATE        PIC 9(8).
           05  WORK-DISC-TAKEN       PIC S9(8)V99.
           05  WORK-APPR-STATUS      PIC X.
           05  WORK-APPR-REASON      PIC X(30).
           05  WORK-ENTERED-BY       PIC X(3).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05  SORT-NUMBER           PIC 9(7).
           05  SORT-VENDOR           PIC 9(7).
           05  FILLER                PIC X(109).
           05  SORT-ENTRY-DATE       PIC 9(8).

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  OK-TO-ROUTE              PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  CONTROL-RECORD-FOUND     PIC X.
       77  VOUCHER-RECORD-FOUND     PIC X.

       77  WINDOW-DAYS              PIC 999.
       77  APPROVAL-LIMIT           PIC S9(8)V99.
       77  WINDOW-END-DATE          PIC 9(8).
       77  GROUP-TOTAL              PIC S9(9)V99.

       77  CURRENT-VENDOR           PIC 9(7).
       77  VCH-COUNT                PIC 999 VALUE ZEROES.
       77  START-SUB                PIC 999.
       77  END-SUB                  PIC 999.
       77  VCH-SUB                  PIC 999.

       77  GROUP-COUNT              PIC 9(5) VALUE ZEROES.
       77  FLAGGED-COUNT            PIC 9(5) VALUE ZEROES.
       77  ROUTED-COUNT             PIC 9(5) VALUE ZEROES.

      *--------------------------------
      * One vendor's candidate vouchers,
      * in keying-date order. A vendor
      * with more than fits is judged on
      * the first 300.
      *--------------------------------
       01  VENDOR-VOUCHER-TABLE.
           05  VCH-ENTRY OCCURS 301 TIMES.
               10  VCH-NUMBER        PIC 9(7).
               10  VCH-INVOICE       PIC X(15).
               10  VCH-AMOUNT        PIC S9(8)V99.
               10  VCH-ENTRY-DATE    PIC 9(8).
               10  VCH-ENTERED-BY    PIC X(3).
               10  VCH-PAID-DATE     PIC 9(8).

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wsjrn01.cbl".

           COPY "wssys01.cbl".

       01  GROUP-HEADING-LINE.
           05  PRINT-G-VENDOR       PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-G-NAME         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-G-COUNT        PIC ZZ9.
           05  FILLER               PIC X(10) VALUE " VOUCHERS ".
           05  PRINT-G-TOTAL        PIC ZZ,ZZZ,ZZ9.99-.

       01  DETAIL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACE.
           05  PRINT-NUMBER         PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-INVOICE        PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-ENTRY-DATE     PIC Z9/99/9999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-ENTERED-BY     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-ACTION         PIC X(16).

       01  COLUMN-LINE.
           05  FILLER               PIC X(4)  VALUE SPACE.
           05  FILLER               PIC X(8)  VALUE "VOUCHER".
           05  FILLER               PIC X(16) VALUE "INVOICE".
           05  FILLER               PIC X(11) VALUE "KEYED".
           05  FILLER               PIC X(4)  VALUE "OPR".
           05  FILLER               PIC X(14) VALUE "        AMOUNT".

       01  TITLE-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  FILLER               PIC X(31)
               VALUE "SPLIT INVOICE EXCEPTION REPORT".
           05  FILLER               PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(5)  VALUE "PAGE:".
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER    PIC ZZZ9.

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
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "VCHSPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-THE-APPROVAL-LIMIT
               IF APPROVAL-LIMIT = ZEROES
                   DISPLAY "NO APPROVAL LIMIT IS SET ON THE"
                   DISPLAY "CONTROL FILE - NOTHING TO CHECK"
               ELSE
                   PERFORM GET-WINDOW-DAYS
                   PERFORM GET-OK-TO-ROUTE
                   PERFORM SORT-DATA-FILE
                   PERFORM PRINT-THE-REPORT.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE SPLIT INVOICE EXCEPTION REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-THE-APPROVAL-LIMIT.
           MOVE 1 TO CONTROL-TYPE.
           MOVE ZEROES TO CONTROL-ACCOUNT.
           PERFORM READ-CONTROL-RECORD.
           MOVE ZEROES TO APPROVAL-LIMIT.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-APPROVAL-LIMIT TO APPROVAL-LIMIT.

       GET-WINDOW-DAYS.
           PERFORM ACCEPT-WINDOW-DAYS.
           PERFORM RE-ACCEPT-WINDOW-DAYS
               UNTIL WINDOW-DAYS NOT = ZEROES.

       ACCEPT-WINDOW-DAYS.
           DISPLAY "HOW MANY DAYS IN THE KEYING WINDOW (1-999)?".
           ACCEPT WINDOW-DAYS.

       RE-ACCEPT-WINDOW-DAYS.
           DISPLAY "THE WINDOW MUST BE AT LEAST ONE DAY".
           PERFORM ACCEPT-WINDOW-DAYS.

      *--------------------------------
      * Only a level-9 supervisor may
      * put vouchers back in the
      * approval queue, and not while
      * the batch window is open - the
      * report still prints.
      *--------------------------------
       GET-OK-TO-ROUTE.
           MOVE "N" TO OK-TO-ROUTE.
           IF SIGNED-ON-LEVEL = 9
               PERFORM ACCEPT-OK-TO-ROUTE
               PERFORM RE-ACCEPT-OK-TO-ROUTE
                   UNTIL OK-TO-ROUTE = "Y" OR "N".
           IF OK-TO-ROUTE = "Y"
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "Y"
                   MOVE "N" TO OK-TO-ROUTE.

       ACCEPT-OK-TO-ROUTE.
           DISPLAY "SEND FLAGGED OPEN VOUCHERS BACK TO".
           DISPLAY "PENDING APPROVAL (Y/N)?".
           ACCEPT OK-TO-ROUTE.
           INSPECT OK-TO-ROUTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-ROUTE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-ROUTE.

      *--------------------------------
      * Sorting logic
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
                                SORT-ENTRY-DATE
                                SORT-NUMBER
               USING VOUCHER-FILE VOUCHER-HISTORY-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
           IF OK-TO-ROUTE = "Y"
               OPEN I-O VOUCHER-FILE
               OPEN I-O JOURNAL-FILE
               MOVE "VCHSPT01" TO JRN-PROGRAM-NAME
               PERFORM START-JOURNAL-RUN.
           OPEN INPUT WORK-FILE.
           PERFORM START-NEW-PAGE.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-WORK.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           PERFORM PRINT-THE-TOTALS.
           IF OK-TO-ROUTE = "Y"
               PERFORM END-JOURNAL-RUN
               CLOSE JOURNAL-FILE
               CLOSE VOUCHER-FILE.

       PROCESS-ONE-VENDOR.
           MOVE WORK-VENDOR TO CURRENT-VENDOR.
           MOVE ZEROES TO VCH-COUNT.
           PERFORM LOAD-ONE-VOUCHER
               UNTIL WORK-FILE-AT-END = "Y"
                   OR WORK-VENDOR NOT = CURRENT-VENDOR.
           MOVE 1 TO START-SUB.
           PERFORM SCAN-FROM-ONE-START
               UNTIL START-SUB NOT < VCH-COUNT.

       LOAD-ONE-VOUCHER.
           IF WORK-TYPE NOT = "C" AND WORK-TYPE NOT = "P"
                   AND WORK-ENTRY-DATE NOT = ZEROES
                   AND WORK-AMOUNT > ZEROES
                   AND WORK-AMOUNT NOT > APPROVAL-LIMIT
                   AND VCH-COUNT < 300
               ADD 1 TO VCH-COUNT
               MOVE WORK-NUMBER TO VCH-NUMBER (VCH-COUNT)
               MOVE WORK-INVOICE TO VCH-INVOICE (VCH-COUNT)
               MOVE WORK-AMOUNT TO VCH-AMOUNT (VCH-COUNT)
               MOVE WORK-ENTRY-DATE TO VCH-ENTRY-DATE (VCH-COUNT)
               MOVE WORK-ENTERED-BY TO VCH-ENTERED-BY (VCH-COUNT)
               MOVE WORK-PAID-DATE TO VCH-PAID-DATE (VCH-COUNT).
           PERFORM READ-NEXT-WORK.

      *--------------------------------
      * The window runs from the start
      * voucher's keying date through
      * WINDOW-DAYS - 1 days after it.
      * A flagged group is printed once
      * and the scan picks up after its
      * last voucher; otherwise the
      * window slides down one.
      *--------------------------------
       SCAN-FROM-ONE-START.
           MOVE VCH-ENTRY-DATE (START-SUB) TO DATE-YYYYMMDD.
           COMPUTE DAYS-TO-ADD = WINDOW-DAYS - 1.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO WINDOW-END-DATE.
           MOVE START-SUB TO END-SUB.
           MOVE VCH-AMOUNT (START-SUB) TO GROUP-TOTAL.
           PERFORM EXTEND-THE-WINDOW
               UNTIL END-SUB NOT < VCH-COUNT
                   OR VCH-ENTRY-DATE (END-SUB + 1) > WINDOW-END-DATE.
           IF END-SUB > START-SUB
                   AND GROUP-TOTAL > APPROVAL-LIMIT
               PERFORM PRINT-THE-GROUP
               COMPUTE START-SUB = END-SUB + 1
           ELSE
               ADD 1 TO START-SUB.

       EXTEND-THE-WINDOW.
           ADD 1 TO END-SUB.
           ADD VCH-AMOUNT (END-SUB) TO GROUP-TOTAL.

       PRINT-THE-GROUP.
           ADD 1 TO GROUP-COUNT.
           IF LINE-COUNT > MAXIMUM-LINES - 3
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO VENDOR-NAME.
           MOVE SPACE TO GROUP-HEADING-LINE.
           MOVE CURRENT-VENDOR TO PRINT-G-VENDOR.
           MOVE VENDOR-NAME TO PRINT-G-NAME.
           COMPUTE PRINT-G-COUNT = END-SUB - START-SUB + 1.
           MOVE GROUP-TOTAL TO PRINT-G-TOTAL.
           MOVE GROUP-HEADING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-GROUP-VOUCHER
               VARYING VCH-SUB FROM START-SUB BY 1
               UNTIL VCH-SUB > END-SUB.

       PRINT-ONE-GROUP-VOUCHER.
           ADD 1 TO FLAGGED-COUNT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VCH-NUMBER (VCH-SUB) TO PRINT-NUMBER.
           MOVE VCH-INVOICE (VCH-SUB) TO PRINT-INVOICE.
           MOVE VCH-ENTRY-DATE (VCH-SUB) TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-ENTRY-DATE.
           MOVE VCH-ENTERED-BY (VCH-SUB) TO PRINT-ENTERED-BY.
           MOVE VCH-AMOUNT (VCH-SUB) TO PRINT-AMOUNT.
           IF VCH-PAID-DATE (VCH-SUB) NOT = ZEROES
               MOVE "PAID" TO PRINT-ACTION
           ELSE
           IF OK-TO-ROUTE = "Y"
               PERFORM ROUTE-THE-VOUCHER.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Back to the approval queue, if
      * the voucher is still on the live
      * file and nothing has moved it
      * past the point approval guards.
      *--------------------------------
       ROUTE-THE-VOUCHER.
           MOVE VCH-NUMBER (VCH-SUB) TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE "ARCHIVED" TO PRINT-ACTION
           ELSE
           IF VOUCHER-PAID-DATE NOT = ZEROES
                   OR VOUCHER-SELECTED = "Y"
               MOVE "IN PAYMENT" TO PRINT-ACTION
           ELSE
           IF NOT VOUCHER-APPR-NOT-NEEDED
               MOVE "ALREADY REVIEWED" TO PRINT-ACTION
           ELSE
               MOVE VOUCHER-RECORD TO JRN-BEFORE-IMAGE
               MOVE "P" TO VOUCHER-APPR-STATUS
               MOVE "POSSIBLE SPLIT INVOICE" TO VOUCHER-APPR-REASON
               MOVE SPACE TO VOUCHER-APPROVED-BY
               MOVE ZEROES TO VOUCHER-APPROVED-DATE
               PERFORM REWRITE-VOUCHER-RECORD
               ADD 1 TO ROUTED-COUNT
               MOVE "SENT TO APPROVAL" TO PRINT-ACTION.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "APPROVAL LIMIT: " APPROVAL-LIMIT
                  "  WINDOW DAYS: " WINDOW-DAYS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "GROUPS FLAGGED: " GROUP-COUNT
                  "  VOUCHERS IN THEM: " FLAGGED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF OK-TO-ROUTE = "Y"
               MOVE SPACE TO PRINTER-RECORD
               STRING "SENT BACK TO PENDING APPROVAL: " ROUTED-COUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
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

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-WORK.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK.

       READ-NEXT-WORK.
           READ WORK-FILE
               AT END
               MOVE "Y" TO WORK-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           MOVE "V" TO JRN-FILE-CODE.
           MOVE "R" TO JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "pljrn01.cbl".

           COPY "plspl01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

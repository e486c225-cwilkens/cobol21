       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT01.
      *------------------------------------
      * Segregation of Duties Report
      *
      * Every step of the payables cycle
      * now carries the operator who did
      * it. This report holds them against
      * each other and lists every case,
      * over an operator-keyed date range,
      * of one person on both sides of a
      * control:
      *
      *  - keyed a voucher (VOUCHER-
      *    ENTERED-BY) and approved it in
      *    VCHAPR01 (VOUCHER-APPROVED-BY),
      *    by the approval date
      *  - changed a vendor's banking or
      *    remit-to details in VNDMNT04
      *    (VNDAUD-OPERATOR) and then ran
      *    the check run that paid that
      *    vendor (CHECK-ISSUED-BY), by
      *    the check's issue date - only
      *    changes made on or before the
      *    payment count
      *  - keyed a manual check in
      *    CHKMAN01 and ran the CHKCLR01
      *    clearance that reconciled it
      *    (CHECK-CLEARED-BY), by the
      *    check's issue date
      *
      * The live and history files are
      * both read, so a conflict does not
      * drop off the report just because
      * the work has been archived. Work
      * done outside APMENU01 carries no
      * operator and can never match.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slchk01.cbl".

           COPY "slchkh01.cbl".

           COPY "slvndaud.cbl".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdchk01.cbl".

           COPY "fdchkh01.cbl".

           COPY "fdvndaud.cbl".

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  CHECK-HIST-FILE-AT-END    PIC X.
       77  AUDIT-FILE-AT-END         PIC X.

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  APPROVAL-CONFLICTS        PIC 9(5) VALUE ZEROES.
       77  BANKING-CONFLICTS         PIC 9(5) VALUE ZEROES.
       77  MANUAL-CONFLICTS          PIC 9(5) VALUE ZEROES.

      *--------------------------------
      * One check, off either check
      * file, held here while the
      * vendor change audit is walked
      * for that vendor.
      *--------------------------------
       77  SOD-ACCOUNT               PIC 9(10).
       77  SOD-CHECK                 PIC 9(8).
       77  SOD-VENDOR                PIC 9(7).
       77  SOD-AMOUNT                PIC S9(8)V99.
       77  SOD-ISSUE-DATE            PIC 9(8).
       77  SOD-ISSUED-BY             PIC X(3).
       77  SOD-CLEARED-BY            PIC X(3).
       77  SOD-MANUAL                PIC X.
       77  SOD-WIRE                  PIC X.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

       01  VOUCHER-COLUMN-LINE.
           05  FILLER               PIC X(4)  VALUE "OPR".
           05  FILLER               PIC X(8)  VALUE "VOUCHER".
           05  FILLER               PIC X(8)  VALUE "VENDOR".
           05  FILLER               PIC X(16) VALUE "INVOICE".
           05  FILLER               PIC X(14) VALUE "        AMOUNT".
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  FILLER               PIC X(10) VALUE "APPROVED".

       01  VOUCHER-DETAIL-LINE.
           05  PRINT-V-OPERATOR     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-V-VOUCHER      PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-V-VENDOR       PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-V-INVOICE      PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-V-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-V-DATE         PIC Z9/99/9999.

       01  CHECK-COLUMN-LINE.
           05  FILLER               PIC X(4)  VALUE "OPR".
           05  FILLER               PIC X(11) VALUE "ACCOUNT".
           05  FILLER               PIC X(9)  VALUE "CHECK".
           05  FILLER               PIC X(8)  VALUE "VENDOR".
           05  FILLER               PIC X(14) VALUE "        AMOUNT".
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  FILLER               PIC X(10) VALUE "ISSUED".

       01  CHECK-DETAIL-LINE.
           05  PRINT-C-OPERATOR     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-ACCOUNT      PIC 9(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-CHECK        PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-VENDOR       PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-C-DATE         PIC Z9/99/9999.

       01  CHANGE-DETAIL-LINE.
           05  FILLER               PIC X(6)  VALUE SPACE.
           05  FILLER               PIC X(8)  VALUE "CHANGED ".
           05  PRINT-A-FIELD        PIC X(20).
           05  FILLER               PIC X(4)  VALUE " ON ".
           05  PRINT-A-DATE         PIC Z9/99/9999.

       01  TITLE-LINE.
           05  FILLER               PIC X(22) VALUE SPACE.
           05  FILLER               PIC X(28)
               VALUE "SEGREGATION OF DUTIES REPORT".
           05  FILLER               PIC X(14) VALUE SPACE.
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
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "SODRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT CHECK-HISTORY-FILE.
           OPEN INPUT VENDOR-AUDIT-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE CHECK-FILE.
           CLOSE CHECK-HISTORY-FILE.
           CLOSE VENDOR-AUDIT-FILE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM START-NEW-PAGE
               PERFORM REPORT-APPROVAL-CONFLICTS
               PERFORM REPORT-CHECK-CONFLICTS
               PERFORM PRINT-THE-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE SEGREGATION OF DUTIES REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-DATE-RANGE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "REVIEW FROM WHICH DATE(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A FROM DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.
           MOVE "REVIEW THROUGH WHICH DATE(MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "A THRU DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO THRU-DATE.

      *--------------------------------
      * Keyer and approver the same -
      * the live file, then history.
      *--------------------------------
       REPORT-APPROVAL-CONFLICTS.
           MOVE "KEYED AND APPROVED BY THE SAME OPERATOR:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHER-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM CHECK-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-HISTORY.
           PERFORM CHECK-ONE-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       CHECK-ONE-VOUCHER.
           IF VOUCHER-APPROVED-BY NOT = SPACE
                   AND VOUCHER-APPROVED-BY = VOUCHER-ENTERED-BY
                   AND VOUCHER-APPROVED-DATE NOT < FROM-DATE
                   AND VOUCHER-APPROVED-DATE NOT > THRU-DATE
               ADD 1 TO APPROVAL-CONFLICTS
               MOVE SPACE TO VOUCHER-DETAIL-LINE
               MOVE VOUCHER-APPROVED-BY TO PRINT-V-OPERATOR
               MOVE VOUCHER-NUMBER TO PRINT-V-VOUCHER
               MOVE VOUCHER-VENDOR TO PRINT-V-VENDOR
               MOVE VOUCHER-INVOICE TO PRINT-V-INVOICE
               MOVE VOUCHER-AMOUNT TO PRINT-V-AMOUNT
               MOVE VOUCHER-APPROVED-DATE TO DATE-YYYYMMDD
               PERFORM PRINT-VOUCHER-CONFLICT.
           PERFORM READ-NEXT-VOUCHER.

       CHECK-ONE-HISTORY.
           IF VOUCHER-HIST-APPROVED-BY NOT = SPACE
                   AND VOUCHER-HIST-APPROVED-BY =
                       VOUCHER-HIST-ENTERED-BY
                   AND VOUCHER-HIST-APPROVED-DATE NOT < FROM-DATE
                   AND VOUCHER-HIST-APPROVED-DATE NOT > THRU-DATE
               ADD 1 TO APPROVAL-CONFLICTS
               MOVE SPACE TO VOUCHER-DETAIL-LINE
               MOVE VOUCHER-HIST-APPROVED-BY TO PRINT-V-OPERATOR
               MOVE VOUCHER-HIST-NUMBER TO PRINT-V-VOUCHER
               MOVE VOUCHER-HIST-VENDOR TO PRINT-V-VENDOR
               MOVE VOUCHER-HIST-INVOICE TO PRINT-V-INVOICE
               MOVE VOUCHER-HIST-AMOUNT TO PRINT-V-AMOUNT
               MOVE VOUCHER-HIST-APPROVED-DATE TO DATE-YYYYMMDD
               PERFORM PRINT-VOUCHER-CONFLICT.
           PERFORM READ-NEXT-HISTORY.

       PRINT-VOUCHER-CONFLICT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-V-DATE.
           MOVE VOUCHER-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * Both check conflicts come off
      * one pass of each check file -
      * every check is loaded into the
      * SOD- fields and judged the same
      * way whichever file it is on.
      *--------------------------------
       REPORT-CHECK-CONFLICTS.
           MOVE "CHANGED VENDOR BANKING AND PAID THE VENDOR, OR"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "KEYED A MANUAL CHECK AND RECONCILED IT:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CHECK-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-FIRST-CHECK.
           PERFORM CHECK-ONE-LIVE-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".
           PERFORM READ-FIRST-CHECK-HIST.
           PERFORM CHECK-ONE-HIST-CHECK
               UNTIL CHECK-HIST-FILE-AT-END = "Y".
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       CHECK-ONE-LIVE-CHECK.
           MOVE CHECK-ACCOUNT TO SOD-ACCOUNT.
           MOVE CHECK-NUMBER TO SOD-CHECK.
           MOVE CHECK-VENDOR TO SOD-VENDOR.
           MOVE CHECK-AMOUNT TO SOD-AMOUNT.
           MOVE CHECK-ISSUE-DATE TO SOD-ISSUE-DATE.
           MOVE CHECK-ISSUED-BY TO SOD-ISSUED-BY.
           MOVE CHECK-CLEARED-BY TO SOD-CLEARED-BY.
           MOVE CHECK-MANUAL TO SOD-MANUAL.
           MOVE CHECK-PAID-BY-WIRE TO SOD-WIRE.
           PERFORM JUDGE-THE-CHECK.
           PERFORM READ-NEXT-CHECK.

       CHECK-ONE-HIST-CHECK.
           MOVE CHECK-HIST-ACCOUNT TO SOD-ACCOUNT.
           MOVE CHECK-HIST-NUMBER TO SOD-CHECK.
           MOVE CHECK-HIST-VENDOR TO SOD-VENDOR.
           MOVE CHECK-HIST-AMOUNT TO SOD-AMOUNT.
           MOVE CHECK-HIST-ISSUE-DATE TO SOD-ISSUE-DATE.
           MOVE CHECK-HIST-ISSUED-BY TO SOD-ISSUED-BY.
           MOVE CHECK-HIST-CLEARED-BY TO SOD-CLEARED-BY.
           MOVE CHECK-HIST-MANUAL TO SOD-MANUAL.
           MOVE CHECK-HIST-PAID-BY-WIRE TO SOD-WIRE.
           PERFORM JUDGE-THE-CHECK.
           PERFORM READ-NEXT-CHECK-HIST.

       JUDGE-THE-CHECK.
           IF SOD-ISSUED-BY NOT = SPACE
                   AND SOD-ISSUE-DATE NOT < FROM-DATE
                   AND SOD-ISSUE-DATE NOT > THRU-DATE
               PERFORM JUDGE-THE-DATED-CHECK.

       JUDGE-THE-DATED-CHECK.
           IF SOD-MANUAL = "Y"
               PERFORM JUDGE-THE-MANUAL-CHECK
           ELSE
           IF SOD-WIRE NOT = "Y"
                   AND SOD-VENDOR NOT = ZEROES
               PERFORM CHECK-THE-VENDOR-CHANGES.

       JUDGE-THE-MANUAL-CHECK.
           IF SOD-CLEARED-BY = SOD-ISSUED-BY
               ADD 1 TO MANUAL-CONFLICTS
               PERFORM PRINT-CHECK-CONFLICT
               MOVE "      MANUAL CHECK RECONCILED BY ITS KEYER"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The change audit is keyed by
      * vendor first, so one START puts
      * us on the vendor's changes and
      * the walk stops at the next
      * vendor.
      *--------------------------------
       CHECK-THE-VENDOR-CHANGES.
           MOVE SOD-VENDOR TO VNDAUD-VENDOR.
           MOVE ZEROES TO VNDAUD-DATE VNDAUD-TIME VNDAUD-SEQ.
           MOVE "N" TO AUDIT-FILE-AT-END.
           START VENDOR-AUDIT-FILE
               KEY NOT < VNDAUD-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
           IF AUDIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-AUDIT.
           PERFORM CHECK-ONE-VENDOR-CHANGE
               UNTIL AUDIT-FILE-AT-END = "Y".

       CHECK-ONE-VENDOR-CHANGE.
           IF VNDAUD-VENDOR NOT = SOD-VENDOR
                   OR VNDAUD-DATE > SOD-ISSUE-DATE
               MOVE "Y" TO AUDIT-FILE-AT-END
           ELSE
               IF VNDAUD-OPERATOR = SOD-ISSUED-BY
                   ADD 1 TO BANKING-CONFLICTS
                   PERFORM PRINT-CHECK-CONFLICT
                   PERFORM PRINT-VENDOR-CHANGE
                   PERFORM READ-NEXT-AUDIT
               ELSE
                   PERFORM READ-NEXT-AUDIT.

       PRINT-CHECK-CONFLICT.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO CHECK-DETAIL-LINE.
           MOVE SOD-ISSUED-BY TO PRINT-C-OPERATOR.
           MOVE SOD-ACCOUNT TO PRINT-C-ACCOUNT.
           MOVE SOD-CHECK TO PRINT-C-CHECK.
           MOVE SOD-VENDOR TO PRINT-C-VENDOR.
           MOVE SOD-AMOUNT TO PRINT-C-AMOUNT.
           MOVE SOD-ISSUE-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-C-DATE.
           MOVE CHECK-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-VENDOR-CHANGE.
           MOVE SPACE TO CHANGE-DETAIL-LINE.
           MOVE VNDAUD-FIELD-NAME TO PRINT-A-FIELD.
           MOVE VNDAUD-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-A-DATE.
           MOVE CHANGE-DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "KEYED AND APPROVED: " APPROVAL-CONFLICTS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "BANKING CHANGED AND PAID: " BANKING-CONFLICTS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "MANUAL CHECK KEYED AND RECONCILED: "
               MANUAL-CONFLICTS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
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
       READ-FIRST-VOUCHER.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-HISTORY.
           MOVE ZEROES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY.

       READ-NEXT-HISTORY.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-FIRST-CHECK.
           MOVE LOW-VALUES TO CHECK-KEY.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK.

       READ-NEXT-CHECK.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.

       READ-FIRST-CHECK-HIST.
           MOVE LOW-VALUES TO CHECK-HIST-KEY.
           MOVE "N" TO CHECK-HIST-FILE-AT-END.
           START CHECK-HISTORY-FILE
               KEY NOT < CHECK-HIST-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-HIST-FILE-AT-END.
           IF CHECK-HIST-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-HIST.

       READ-NEXT-CHECK-HIST.
           READ CHECK-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-HIST-FILE-AT-END.

       READ-NEXT-AUDIT.
           READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

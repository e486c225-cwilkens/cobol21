       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDRFL01.
      *------------------------------------
      * Vendor Master Red-Flag Report
      *
      * VNDDUP01 compares names. The
      * patterns the auditors warn about
      * hide behind different names, so
      * this scan looks at the fields
      * that move money:
      *
      *  1. the same ACH routing and
      *     account on two vendor numbers
      *  2. the same tax ID on two vendor
      *     numbers
      *  3. the same remit-to address
      *     (first line and ZIP) on two
      *     vendors with different tax
      *     IDs - unrelated vendors
      *     sending their money to one
      *     place
      *  4. a remit-to that is a post
      *     office box when the vendor's
      *     main address is not
      *  5. a banking or remit-to change
      *     (VNDAUD) made within an
      *     operator-keyed number of days
      *     before a check to that vendor
      *     was issued
      *
      * 1 to 3 each sort the vendor file
      * on the field and compare each
      * record with the one before it.
      * Tax IDs and bank accounts are
      * printed masked to the last four.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slchk01.cbl".

           COPY "slvndaud.cbl".

           SELECT WORK-FILE
               ASSIGN TO "rflwork"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORT".

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdchk01.cbl".

           COPY "fdvndaud.cbl".

      *--------------------------------
      * The vendor record, through the
      * tax ID - the rest rides along
      * in the FILLER.
      *--------------------------------
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-NUMBER              PIC 9(7).
           05  WORK-NAME                PIC X(30).
           05  WORK-ADDRESS-1           PIC X(30).
           05  WORK-ADDRESS-2           PIC X(30).
           05  WORK-CITY                PIC X(20).
           05  WORK-STATE               PIC X(2).
           05  WORK-ZIP                 PIC X(10).
           05  WORK-CONTACT             PIC X(30).
           05  WORK-PHONE               PIC X(15).
           05  WORK-STATUS              PIC X.
           05  WORK-1099-TYPE           PIC X.
           05  WORK-USE-REMIT-TO        PIC X.
           05  WORK-REMIT-NAME          PIC X(30).
           05  WORK-REMIT-ADDRESS-1     PIC X(30).
           05  WORK-REMIT-ADDRESS-2     PIC X(30).
           05  WORK-REMIT-CITY          PIC X(20).
           05  WORK-REMIT-STATE         PIC X(2).
           05  WORK-REMIT-ZIP           PIC X(10).
           05  WORK-PAY-BY-ACH          PIC X.
           05  WORK-ACH-ROUTING         PIC 9(9).
           05  WORK-ACH-ACCOUNT         PIC X(17).
           05  WORK-TAX-ID              PIC X(11).
           05  FILLER                   PIC X(150).

       SD  SORT-FILE.

       01  SORT-BY-BANK.
           05  FILLER                   PIC X(300).
           05  SORT-ACH-ROUTING         PIC 9(9).
           05  SORT-ACH-ACCOUNT         PIC X(17).
           05  FILLER                   PIC X(161).

       01  SORT-BY-TAX-ID.
           05  FILLER                   PIC X(326).
           05  SORT-TAX-ID              PIC X(11).
           05  FILLER                   PIC X(150).

       01  SORT-BY-REMIT.
           05  FILLER                   PIC X(207).
           05  SORT-REMIT-ADDRESS-1     PIC X(30).
           05  FILLER                   PIC X(52).
           05  SORT-REMIT-ZIP           PIC X(10).
           05  FILLER                   PIC X(188).

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  WORK-FILE-AT-END          PIC X.
       77  VENDOR-FILE-AT-END        PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  AUDIT-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  CHANGE-DAYS               PIC 999.
       77  CHANGE-CUTOFF-DATE        PIC 9(8).

       77  BANK-FLAG-COUNT           PIC 9(5) VALUE ZEROES.
       77  TAX-ID-FLAG-COUNT         PIC 9(5) VALUE ZEROES.
       77  REMIT-FLAG-COUNT          PIC 9(5) VALUE ZEROES.
       77  PO-BOX-FLAG-COUNT         PIC 9(5) VALUE ZEROES.
       77  CHANGE-FLAG-COUNT         PIC 9(5) VALUE ZEROES.

      *--------------------------------
      * The record before this one on
      * the sorted work file, and
      * whether it has already printed
      * as the head of a matching group.
      *--------------------------------
       77  PREV-NUMBER               PIC 9(7).
       77  PREV-NAME                 PIC X(30).
       77  PREV-ACH-ROUTING          PIC 9(9).
       77  PREV-ACH-ACCOUNT          PIC X(17).
       77  PREV-TAX-ID               PIC X(11).
       77  PREV-REMIT-ADDRESS-1      PIC X(30).
       77  PREV-REMIT-ZIP            PIC X(10).
       77  PREV-PRINTED              PIC X.

       77  MATCH-DETAIL              PIC X(30).

       77  BOX-TEXT                  PIC X(60).
       77  BOX-COUNT                 PIC 99.
       77  REMIT-IS-BOX              PIC X.
       77  MAIN-IS-BOX               PIC X.

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsmsk01.cbl".

       01  VENDOR-LINE.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-NUMBER         PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-NAME           PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-DETAIL         PIC X(39).

       01  CHANGE-LINE.
           05  FILLER               PIC X(2)  VALUE SPACE.
           05  PRINT-C-VENDOR       PIC 9(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-FIELD        PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-CHANGED      PIC Z9/99/9999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-OPERATOR     PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-CHECK        PIC 9(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-ISSUED       PIC Z9/99/9999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  PRINT-C-REVIEWED     PIC X(3).

       01  CHANGE-COLUMN-LINE.
           05  FILLER               PIC X(10) VALUE "  VENDOR".
           05  FILLER               PIC X(21) VALUE "FIELD CHANGED".
           05  FILLER               PIC X(11) VALUE "CHANGED".
           05  FILLER               PIC X(4)  VALUE "OPR".
           05  FILLER               PIC X(9)  VALUE "CHECK".
           05  FILLER               PIC X(11) VALUE "ISSUED".
           05  FILLER               PIC X(3)  VALUE "RVW".

       01  TITLE-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  FILLER               PIC X(30)
               VALUE "VENDOR MASTER RED-FLAG REPORT".
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
           MOVE "VNDRFL01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CHANGE-DAYS
               PERFORM START-NEW-PAGE
               PERFORM CHECK-SHARED-BANKING
               PERFORM CHECK-SHARED-TAX-IDS
               PERFORM CHECK-SHARED-REMIT-TO
               PERFORM CHECK-BOX-REMIT-TO
               PERFORM CHECK-CHANGES-BEFORE-PAYMENT
               PERFORM PRINT-THE-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE VENDOR RED-FLAG REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-CHANGE-DAYS.
           PERFORM ACCEPT-CHANGE-DAYS.
           PERFORM RE-ACCEPT-CHANGE-DAYS
               UNTIL CHANGE-DAYS NOT = ZEROES.

       ACCEPT-CHANGE-DAYS.
           DISPLAY "FLAG BANKING CHANGES HOW MANY DAYS BEFORE".
           DISPLAY "A PAYMENT (1-999)?".
           ACCEPT CHANGE-DAYS.

       RE-ACCEPT-CHANGE-DAYS.
           DISPLAY "THE NUMBER OF DAYS MUST BE AT LEAST ONE".
           PERFORM ACCEPT-CHANGE-DAYS.

      *--------------------------------
      * 1. Same bank account on two
      *    vendors. Vendors with no
      *    account on file sort to the
      *    top and are passed over.
      *--------------------------------
       CHECK-SHARED-BANKING.
           MOVE "SAME ACH ROUTING AND ACCOUNT:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACH-ROUTING
                                SORT-ACH-ACCOUNT
               USING VENDOR-FILE
               GIVING WORK-FILE.
           MOVE ZEROES TO PREV-ACH-ROUTING.
           MOVE SPACE TO PREV-ACH-ACCOUNT.
           OPEN INPUT WORK-FILE.
           PERFORM READ-FIRST-WORK.
           PERFORM COMPARE-ONE-BANK
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           PERFORM WRITE-A-BLANK-LINE.

       COMPARE-ONE-BANK.
           IF WORK-ACH-ACCOUNT NOT = SPACE
                   AND WORK-ACH-ROUTING = PREV-ACH-ROUTING
                   AND WORK-ACH-ACCOUNT = PREV-ACH-ACCOUNT
               ADD 1 TO BANK-FLAG-COUNT
               MOVE WORK-ACH-ACCOUNT TO MASK-VALUE
               PERFORM MASK-TO-LAST-FOUR
               MOVE MASK-VALUE TO MATCH-DETAIL
               PERFORM PRINT-THE-MATCH
           ELSE
               MOVE "N" TO PREV-PRINTED.
           MOVE WORK-ACH-ROUTING TO PREV-ACH-ROUTING.
           MOVE WORK-ACH-ACCOUNT TO PREV-ACH-ACCOUNT.
           PERFORM SAVE-THE-PREVIOUS.
           PERFORM READ-NEXT-WORK.

      *--------------------------------
      * 2. Same tax ID on two vendors.
      *--------------------------------
       CHECK-SHARED-TAX-IDS.
           MOVE "SAME TAX ID:" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-TAX-ID
               USING VENDOR-FILE
               GIVING WORK-FILE.
           MOVE SPACE TO PREV-TAX-ID.
           OPEN INPUT WORK-FILE.
           PERFORM READ-FIRST-WORK.
           PERFORM COMPARE-ONE-TAX-ID
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           PERFORM WRITE-A-BLANK-LINE.

       COMPARE-ONE-TAX-ID.
           IF WORK-TAX-ID NOT = SPACE
                   AND WORK-TAX-ID = PREV-TAX-ID
               ADD 1 TO TAX-ID-FLAG-COUNT
               MOVE WORK-TAX-ID TO MASK-VALUE
               PERFORM MASK-TO-LAST-FOUR
               MOVE MASK-VALUE TO MATCH-DETAIL
               PERFORM PRINT-THE-MATCH
           ELSE
               MOVE "N" TO PREV-PRINTED.
           MOVE WORK-TAX-ID TO PREV-TAX-ID.
           PERFORM SAVE-THE-PREVIOUS.
           PERFORM READ-NEXT-WORK.

      *--------------------------------
      * 3. Same remit-to on vendors
      *    with different tax IDs. Two
      *    numbers for one taxpayer (a
      *    second location, say) are
      *    related and already show up
      *    under 2.
      *--------------------------------
       CHECK-SHARED-REMIT-TO.
           MOVE "SAME REMIT-TO ADDRESS, DIFFERENT TAX ID:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-REMIT-ADDRESS-1
                                SORT-REMIT-ZIP
               USING VENDOR-FILE
               GIVING WORK-FILE.
           MOVE SPACE TO PREV-REMIT-ADDRESS-1 PREV-REMIT-ZIP
                         PREV-TAX-ID.
           OPEN INPUT WORK-FILE.
           PERFORM READ-FIRST-WORK.
           PERFORM COMPARE-ONE-REMIT-TO
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           PERFORM WRITE-A-BLANK-LINE.

       COMPARE-ONE-REMIT-TO.
           IF WORK-USE-REMIT-TO = "Y"
               PERFORM COMPARE-THE-REMIT-ADDRESS
           ELSE
               MOVE "N" TO PREV-PRINTED
               MOVE SPACE TO PREV-REMIT-ADDRESS-1 PREV-REMIT-ZIP.
           PERFORM READ-NEXT-WORK.

       COMPARE-THE-REMIT-ADDRESS.
           IF WORK-REMIT-ADDRESS-1 NOT = SPACE
                   AND WORK-REMIT-ADDRESS-1 = PREV-REMIT-ADDRESS-1
                   AND WORK-REMIT-ZIP = PREV-REMIT-ZIP
                   AND WORK-TAX-ID NOT = PREV-TAX-ID
               ADD 1 TO REMIT-FLAG-COUNT
               MOVE WORK-REMIT-ADDRESS-1 TO MATCH-DETAIL
               PERFORM PRINT-THE-MATCH
           ELSE
           IF WORK-REMIT-ADDRESS-1 NOT = PREV-REMIT-ADDRESS-1
                   OR WORK-REMIT-ZIP NOT = PREV-REMIT-ZIP
               MOVE "N" TO PREV-PRINTED.
           MOVE WORK-REMIT-ADDRESS-1 TO PREV-REMIT-ADDRESS-1.
           MOVE WORK-REMIT-ZIP TO PREV-REMIT-ZIP.
           MOVE WORK-TAX-ID TO PREV-TAX-ID.
           PERFORM SAVE-THE-PREVIOUS.

      *--------------------------------
      * A match prints the earlier
      * record of the pair too, the
      * first time the group matches.
      * MATCH-DETAIL carries what they
      * have in common.
      *--------------------------------
       PRINT-THE-MATCH.
           IF PREV-PRINTED NOT = "Y"
               MOVE SPACE TO VENDOR-LINE
               MOVE PREV-NUMBER TO PRINT-NUMBER
               MOVE PREV-NAME TO PRINT-NAME
               MOVE MATCH-DETAIL TO PRINT-DETAIL
               PERFORM PRINT-THE-VENDOR-LINE
               MOVE "Y" TO PREV-PRINTED.
           MOVE SPACE TO VENDOR-LINE.
           MOVE WORK-NUMBER TO PRINT-NUMBER.
           MOVE WORK-NAME TO PRINT-NAME.
           MOVE MATCH-DETAIL TO PRINT-DETAIL.
           PERFORM PRINT-THE-VENDOR-LINE.

       SAVE-THE-PREVIOUS.
           MOVE WORK-NUMBER TO PREV-NUMBER.
           MOVE WORK-NAME TO PREV-NAME.

       PRINT-THE-VENDOR-LINE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE VENDOR-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * 4. Remit-to a box, main address
      *    a street. Both address lines
      *    are looked at, upper-cased.
      *--------------------------------
       CHECK-BOX-REMIT-TO.
           MOVE "REMIT-TO IS A PO BOX, MAIN ADDRESS IS NOT:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           OPEN INPUT VENDOR-FILE.
           PERFORM READ-FIRST-VENDOR.
           PERFORM CHECK-ONE-VENDOR-BOX
               UNTIL VENDOR-FILE-AT-END = "Y".
           CLOSE VENDOR-FILE.
           PERFORM WRITE-A-BLANK-LINE.

       CHECK-ONE-VENDOR-BOX.
           IF VENDOR-REMIT-TO-USED
               MOVE SPACE TO BOX-TEXT
               STRING VENDOR-REMIT-ADDRESS-1 VENDOR-REMIT-ADDRESS-2
                   DELIMITED BY SIZE INTO BOX-TEXT
               PERFORM LOOK-FOR-A-BOX
               MOVE "N" TO REMIT-IS-BOX
               IF BOX-COUNT > ZEROES
                   MOVE "Y" TO REMIT-IS-BOX.
           IF VENDOR-REMIT-TO-USED AND REMIT-IS-BOX = "Y"
               MOVE SPACE TO BOX-TEXT
               STRING VENDOR-ADDRESS-1 VENDOR-ADDRESS-2
                   DELIMITED BY SIZE INTO BOX-TEXT
               PERFORM LOOK-FOR-A-BOX
               MOVE "N" TO MAIN-IS-BOX
               IF BOX-COUNT > ZEROES
                   MOVE "Y" TO MAIN-IS-BOX.
           IF VENDOR-REMIT-TO-USED AND REMIT-IS-BOX = "Y"
                   AND MAIN-IS-BOX = "N"
               ADD 1 TO PO-BOX-FLAG-COUNT
               MOVE SPACE TO VENDOR-LINE
               MOVE VENDOR-NUMBER TO PRINT-NUMBER
               MOVE VENDOR-NAME TO PRINT-NAME
               MOVE VENDOR-REMIT-ADDRESS-1 TO PRINT-DETAIL
               PERFORM PRINT-THE-VENDOR-LINE.
           PERFORM READ-NEXT-VENDOR.

       LOOK-FOR-A-BOX.
           INSPECT BOX-TEXT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE ZEROES TO BOX-COUNT.
           INSPECT BOX-TEXT TALLYING BOX-COUNT
               FOR ALL "PO BOX" "P.O. BOX" "P O BOX" "P.O.BOX"
                       "POST OFFICE BOX" "POB ".

      *--------------------------------
      * 5. Every check on file to a
      *    vendor is held against that
      *    vendor's change audit (keyed
      *    vendor first, so one START
      *    finds it). A change on the
      *    issue date or up to
      *    CHANGE-DAYS before it is
      *    flagged.
      *--------------------------------
       CHECK-CHANGES-BEFORE-PAYMENT.
           MOVE "BANKING OR REMIT-TO CHANGED SHORTLY BEFORE A PAYMENT:"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE CHANGE-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT VENDOR-AUDIT-FILE.
           PERFORM READ-FIRST-CHECK.
           PERFORM CHECK-ONE-PAYMENT
               UNTIL CHECK-FILE-AT-END = "Y".
           CLOSE CHECK-FILE.
           CLOSE VENDOR-AUDIT-FILE.
           PERFORM WRITE-A-BLANK-LINE.

       CHECK-ONE-PAYMENT.
           IF CHECK-VENDOR NOT = ZEROES
                   AND CHECK-ISSUE-DATE NOT = ZEROES
                   AND NOT CHECK-IS-VOIDED
               PERFORM CHECK-THE-VENDOR-CHANGES.
           PERFORM READ-NEXT-CHECK.

       CHECK-THE-VENDOR-CHANGES.
           MOVE CHECK-ISSUE-DATE TO DATE-YYYYMMDD.
           COMPUTE DAYS-TO-ADD = ZERO - CHANGE-DAYS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO CHANGE-CUTOFF-DATE.
           MOVE CHECK-VENDOR TO VNDAUD-VENDOR.
           MOVE CHANGE-CUTOFF-DATE TO VNDAUD-DATE.
           MOVE ZEROES TO VNDAUD-TIME VNDAUD-SEQ.
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
           IF VNDAUD-VENDOR NOT = CHECK-VENDOR
                   OR VNDAUD-DATE > CHECK-ISSUE-DATE
               MOVE "Y" TO AUDIT-FILE-AT-END
           ELSE
               ADD 1 TO CHANGE-FLAG-COUNT
               PERFORM PRINT-THE-CHANGE
               PERFORM READ-NEXT-AUDIT.

       PRINT-THE-CHANGE.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO CHANGE-LINE.
           MOVE VNDAUD-VENDOR TO PRINT-C-VENDOR.
           MOVE VNDAUD-FIELD-NAME TO PRINT-C-FIELD.
           MOVE VNDAUD-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-C-CHANGED.
           MOVE VNDAUD-OPERATOR TO PRINT-C-OPERATOR.
           MOVE CHECK-NUMBER TO PRINT-C-CHECK.
           MOVE CHECK-ISSUE-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-C-ISSUED.
           IF VNDAUD-IS-REVIEWED
               MOVE "YES" TO PRINT-C-REVIEWED
           ELSE
               MOVE "NO" TO PRINT-C-REVIEWED.
           MOVE CHANGE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SHARED BANK ACCOUNTS: " BANK-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SHARED TAX IDS: " TAX-ID-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SHARED REMIT-TO ADDRESSES: " REMIT-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "PO BOX REMIT-TO: " PO-BOX-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "CHANGES BEFORE A PAYMENT: " CHANGE-FLAG-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
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
           MOVE "N" TO PREV-PRINTED.
           MOVE ZEROES TO PREV-NUMBER.
           MOVE SPACE TO PREV-NAME.
           PERFORM READ-NEXT-WORK.

       READ-NEXT-WORK.
           READ WORK-FILE
               AT END
               MOVE "Y" TO WORK-FILE-AT-END.

       READ-FIRST-VENDOR.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-FILE-AT-END.
           START VENDOR-FILE
               KEY NOT < VENDOR-NUMBER
               INVALID KEY
               MOVE "Y" TO VENDOR-FILE-AT-END.
           IF VENDOR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR.

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VENDOR-FILE-AT-END.

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

       READ-NEXT-AUDIT.
           READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plmsk01.cbl".

           COPY "plspl01.cbl".

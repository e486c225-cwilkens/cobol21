       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYVCH01.
      *------------------------------------
      * Ad-Hoc Voucher Query
      *
      * Answers the one-off question -
      * "every voucher over $5,000 for
      * category FRGT keyed by ABC in
      * March still on hold" - without a
      * new program. The operator sets any
      * of the selections (vendor, vendor
      * category, two date ranges on any
      * of the voucher dates, amount
      * range, open or paid, hold status
      * and reason, approval status,
      * selected, voucher type, bank
      * account, currency, batch, entered
      * by) and runs it across the live
      * voucher file, the history file or
      * both. A selection left blank
      * takes everything.
      *
      * The matches print as a list with
      * count and dollar totals, or go to
      * the comma-delimited QRYDATA file
      * for a spreadsheet with only the
      * totals printed. A query can be
      * saved by name (FDQRY01), brought
      * back, changed and run again; the
      * saved queries can be listed and
      * deleted.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slqry01.cbl".

           COPY "slsess01.cbl".

      *----------------------------------------------
      * Comma-delimited data output - one record
      * per matching voucher, unformatted, for a
      * spreadsheet.
      *----------------------------------------------
           SELECT EXPORT-FILE
               ASSIGN TO "qrydata"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdqry01.cbl".

           COPY "fdsess01.cbl".

       FD  EXPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXPORT-RECORD              PIC X(200).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       77  MENU-PICK                PIC 9.
           88  MENU-PICK-IS-VALID   VALUES 0 THRU 4.

       77  WHICH-FIELD              PIC 99.
       77  RANGE-SUB                PIC 9.
       77  OK-TO-SAVE               PIC X.
       77  OK-TO-DELETE             PIC X.
       77  QUERY-RECORD-FOUND       PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  HISTORY-FILE-AT-END      PIC X.
       77  QUERY-FILE-AT-END        PIC X.
       77  VOUCHER-MATCHES          PIC X.
       77  VOUCHER-FROM-FILE        PIC X.
       77  TODAYS-DATE              PIC 9(8).

       77  NAME-ENTRY               PIC X(10).
       77  DESCRIPTION-ENTRY        PIC X(30).
       77  VENDOR-ENTRY             PIC 9(7).
       77  ACCOUNT-ENTRY            PIC 9(10).
       77  BATCH-ENTRY              PIC 9(5).
       77  AMOUNT-ENTRY             PIC 9(8)V99.
       77  AMOUNT-FIELD             PIC ZZ,ZZZ,ZZ9.99-.
       77  THE-DATE-VALUE           PIC 9(8).

       77  MATCH-COUNT              PIC 9(7).
       77  MATCH-AMOUNT             PIC S9(11)V99.
       77  MATCH-OPEN               PIC S9(11)V99.
       77  OPEN-BALANCE             PIC S9(8)V99.
       77  TOTAL-FIELD              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77  DATA-AMOUNT              PIC -99999999.99.
       77  DATA-PAID                PIC -99999999.99.

       01  SAVE-QUERY-RECORD        PIC X(146).

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 55.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  DETAIL-LINE.
           05  PRINT-NUMBER         PIC 9(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-VENDOR         PIC 9(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-INVOICE        PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-DATE           PIC Z9/99/9999.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-OPEN           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  PRINT-STATUS         PIC X(4).

       01  COLUMN-LINE.
           05  FILLER               PIC X(8)  VALUE "VOUCHER".
           05  FILLER               PIC X(8)  VALUE "VENDOR".
           05  FILLER               PIC X(16) VALUE "INVOICE".
           05  FILLER               PIC X(11) VALUE "INV DATE".
           05  FILLER               PIC X(15) VALUE "        AMOUNT".
           05  FILLER               PIC X(15) VALUE "          OPEN".
           05  FILLER               PIC X(4)  VALUE "STAT".

       01  TITLE-LINE.
           05  FILLER               PIC X(26) VALUE SPACE.
           05  FILLER               PIC X(20)
               VALUE "VOUCHER QUERY".
           05  FILLER               PIC X(23) VALUE SPACE.
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
           OPEN I-O VOUCHER-QUERY-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-QUERY-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    VOUCHER QUERY".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  NEW QUERY".
           DISPLAY "          2.  RUN A SAVED QUERY".
           DISPLAY "          3.  LIST SAVED QUERIES".
           DISPLAY "          4.  DELETE A SAVED QUERY".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM NEW-QUERY-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM SAVED-QUERY-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 4
               PERFORM DELETE-MODE.
           PERFORM GET-MENU-PICK.

      *--------------------------------
      * NEW and SAVED - set or change
      * the selections, run, and offer
      * to save.
      *--------------------------------
       NEW-QUERY-MODE.
           PERFORM INIT-QUERY-RECORD.
           PERFORM QUERY-AND-RUN.

       SAVED-QUERY-MODE.
           PERFORM GET-EXISTING-QUERY.
           IF QRY-NAME NOT = SPACE
               PERFORM QUERY-AND-RUN.

       QUERY-AND-RUN.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
               UNTIL WHICH-FIELD = ZERO.
           PERFORM RUN-THE-QUERY.
           PERFORM ASK-OK-TO-SAVE.
           IF OK-TO-SAVE = "Y"
               PERFORM SAVE-THE-QUERY.

       INIT-QUERY-RECORD.
           MOVE SPACE TO VOUCHER-QUERY-RECORD.
           MOVE ZEROES TO QRY-SAVED-DATE QRY-VENDOR
                          QRY-AMOUNT-FROM QRY-AMOUNT-TO
                          QRY-ACCOUNT QRY-BATCH.
           MOVE ZEROES TO QRY-DATE-FROM (1) QRY-DATE-TO (1)
                          QRY-DATE-FROM (2) QRY-DATE-TO (2).
           MOVE "B" TO QRY-FILES.
           MOVE "P" TO QRY-OUTPUT.

       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 18.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE SELECTION".
           DISPLAY "TO SET (1-17) OR 0 TO RUN THE QUERY".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           DISPLAY "INVALID ENTRY".
           PERFORM ACCEPT-WHICH-FIELD.

       CHANGE-ONE-FIELD.
           PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           IF WHICH-FIELD = 1
               PERFORM ENTER-QRY-FILES.
           IF WHICH-FIELD = 2
               PERFORM ENTER-QRY-VENDOR.
           IF WHICH-FIELD = 3
               PERFORM ENTER-QRY-CATEGORY.
           IF WHICH-FIELD = 4
               MOVE 1 TO RANGE-SUB
               PERFORM ENTER-QRY-DATE-RANGE.
           IF WHICH-FIELD = 5
               MOVE 2 TO RANGE-SUB
               PERFORM ENTER-QRY-DATE-RANGE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-QRY-AMOUNTS.
           IF WHICH-FIELD = 7
               PERFORM ENTER-QRY-PAID-STATUS.
           IF WHICH-FIELD = 8
               PERFORM ENTER-QRY-HOLD-STATUS.
           IF WHICH-FIELD = 9
               PERFORM ENTER-QRY-HOLD-REASON.
           IF WHICH-FIELD = 10
               PERFORM ENTER-QRY-APPR-STATUS.
           IF WHICH-FIELD = 11
               PERFORM ENTER-QRY-SELECTED.
           IF WHICH-FIELD = 12
               PERFORM ENTER-QRY-TYPE.
           IF WHICH-FIELD = 13
               PERFORM ENTER-QRY-ACCOUNT.
           IF WHICH-FIELD = 14
               PERFORM ENTER-QRY-CURRENCY.
           IF WHICH-FIELD = 15
               PERFORM ENTER-QRY-BATCH.
           IF WHICH-FIELD = 16
               PERFORM ENTER-QRY-ENTERED-BY.
           IF WHICH-FIELD = 17
               PERFORM ENTER-QRY-OUTPUT.

       DISPLAY-ALL-FIELDS.
           DISPLAY " ".
           IF QRY-NAME NOT = SPACE
               DISPLAY "   QUERY: " QRY-NAME " " QRY-DESCRIPTION.
           DISPLAY " 1. FILES (L LIVE, H HISTORY, B BOTH): "
                   QRY-FILES.
           DISPLAY " 2. VENDOR: " QRY-VENDOR.
           DISPLAY " 3. VENDOR CATEGORY: " QRY-CATEGORY.
           MOVE 1 TO RANGE-SUB.
           PERFORM DISPLAY-ONE-DATE-RANGE.
           MOVE 2 TO RANGE-SUB.
           PERFORM DISPLAY-ONE-DATE-RANGE.
           MOVE QRY-AMOUNT-FROM TO AMOUNT-FIELD.
           DISPLAY " 6. AMOUNT FROM: " AMOUNT-FIELD.
           MOVE QRY-AMOUNT-TO TO AMOUNT-FIELD.
           DISPLAY "            TO: " AMOUNT-FIELD.
           DISPLAY " 7. OPEN (O) OR PAID (P): " QRY-PAID-STATUS.
           DISPLAY " 8. HELD (H) OR NOT HELD (N): " QRY-HOLD-STATUS.
           DISPLAY " 9. HOLD REASON: " QRY-HOLD-REASON.
           DISPLAY "10. APPROVAL STATUS (N/P/A/R): " QRY-APPR-STATUS.
           DISPLAY "11. SELECTED FOR PAYMENT (Y/N): " QRY-SELECTED.
           DISPLAY "12. VOUCHER TYPE (I/C/P): " QRY-TYPE.
           DISPLAY "13. BANK ACCOUNT: " QRY-ACCOUNT.
           DISPLAY "14. CURRENCY: " QRY-CURRENCY.
           DISPLAY "15. BATCH: " QRY-BATCH.
           DISPLAY "16. ENTERED BY: " QRY-ENTERED-BY.
           DISPLAY "17. OUTPUT (P PRINT, C DATA FILE): " QRY-OUTPUT.
           DISPLAY "   (BLANK OR ZERO SELECTS EVERYTHING)".
           DISPLAY " ".

       DISPLAY-ONE-DATE-RANGE.
           COMPUTE WHICH-FIELD = RANGE-SUB + 3.
           IF QRY-DATE-WHICH (RANGE-SUB) = SPACE
               DISPLAY " " WHICH-FIELD ". DATE RANGE: NONE"
           ELSE
               MOVE QRY-DATE-FROM (RANGE-SUB) TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY " " WHICH-FIELD ". DATE RANGE ON "
                       QRY-DATE-WHICH (RANGE-SUB)
                       " FROM " FORMATTED-DATE
               MOVE QRY-DATE-TO (RANGE-SUB) TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               DISPLAY "                      TO " FORMATTED-DATE.

      *------------------------------------
      * Selection entry
      *------------------------------------
       ENTER-QRY-FILES.
           PERFORM ACCEPT-QRY-FILES.
           PERFORM RE-ACCEPT-QRY-FILES
               UNTIL QRY-FILES-ARE-VALID.

       ACCEPT-QRY-FILES.
           DISPLAY "SEARCH L(IVE), H(ISTORY) OR B(OTH)?".
           ACCEPT QRY-FILES.
           INSPECT QRY-FILES
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-FILES.
           DISPLAY "YOU MUST ENTER L, H OR B".
           PERFORM ACCEPT-QRY-FILES.

       ENTER-QRY-VENDOR.
           DISPLAY "VENDOR NUMBER (0 FOR ANY)?".
           ACCEPT VENDOR-ENTRY.
           MOVE VENDOR-ENTRY TO QRY-VENDOR.

       ENTER-QRY-CATEGORY.
           DISPLAY "VENDOR CATEGORY (BLANK FOR ANY)?".
           ACCEPT QRY-CATEGORY.
           INSPECT QRY-CATEGORY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-QRY-DATE-RANGE.
           PERFORM ACCEPT-QRY-DATE-WHICH.
           PERFORM RE-ACCEPT-QRY-DATE-WHICH
               UNTIL QRY-DATE-IS-VALID (RANGE-SUB).
           MOVE ZEROES TO QRY-DATE-FROM (RANGE-SUB)
                          QRY-DATE-TO (RANGE-SUB).
           IF QRY-DATE-WHICH (RANGE-SUB) NOT = SPACE
               PERFORM ENTER-QRY-DATE-LIMITS.

       ACCEPT-QRY-DATE-WHICH.
           DISPLAY "WHICH DATE - I(NVOICE), D(UE), P(AID), E(NTRY),".
           DISPLAY "C(HANGED), H(OLD), A(PPROVED), (DI)S(COUNT)".
           DISPLAY "OR BLANK FOR NO DATE RANGE?".
           ACCEPT QRY-DATE-WHICH (RANGE-SUB).
           INSPECT QRY-DATE-WHICH (RANGE-SUB)
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-DATE-WHICH.
           DISPLAY "YOU MUST ENTER I, D, P, E, C, H, A, S OR BLANK".
           PERFORM ACCEPT-QRY-DATE-WHICH.

       ENTER-QRY-DATE-LIMITS.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "FROM DATE (BLANK FOR THE BEGINNING)"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO QRY-DATE-FROM (RANGE-SUB).
           MOVE "THROUGH DATE (BLANK FOR NO END)" TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO QRY-DATE-TO (RANGE-SUB).
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE SPACE TO DATE-PROMPT.

       ENTER-QRY-AMOUNTS.
           DISPLAY "AMOUNT FROM (0 FOR NO LOWER LIMIT)?".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO QRY-AMOUNT-FROM.
           DISPLAY "AMOUNT TO (0 FOR NO UPPER LIMIT)?".
           ACCEPT AMOUNT-ENTRY.
           MOVE AMOUNT-ENTRY TO QRY-AMOUNT-TO.

       ENTER-QRY-PAID-STATUS.
           PERFORM ACCEPT-QRY-PAID-STATUS.
           PERFORM RE-ACCEPT-QRY-PAID-STATUS
               UNTIL QRY-PAID-IS-VALID.

       ACCEPT-QRY-PAID-STATUS.
           DISPLAY "O(PEN), P(AID) OR BLANK FOR EITHER?".
           ACCEPT QRY-PAID-STATUS.
           INSPECT QRY-PAID-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-PAID-STATUS.
           DISPLAY "YOU MUST ENTER O, P OR BLANK".
           PERFORM ACCEPT-QRY-PAID-STATUS.

       ENTER-QRY-HOLD-STATUS.
           PERFORM ACCEPT-QRY-HOLD-STATUS.
           PERFORM RE-ACCEPT-QRY-HOLD-STATUS
               UNTIL QRY-HOLD-IS-VALID.

       ACCEPT-QRY-HOLD-STATUS.
           DISPLAY "H(ELD), N(OT HELD) OR BLANK FOR EITHER?".
           ACCEPT QRY-HOLD-STATUS.
           INSPECT QRY-HOLD-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-HOLD-STATUS.
           DISPLAY "YOU MUST ENTER H, N OR BLANK".
           PERFORM ACCEPT-QRY-HOLD-STATUS.

       ENTER-QRY-HOLD-REASON.
           DISPLAY "HOLD REASON - PR, DG, AC, DU (BLANK FOR ANY)?".
           ACCEPT QRY-HOLD-REASON.
           INSPECT QRY-HOLD-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-QRY-APPR-STATUS.
           PERFORM ACCEPT-QRY-APPR-STATUS.
           PERFORM RE-ACCEPT-QRY-APPR-STATUS
               UNTIL QRY-APPR-IS-VALID.

       ACCEPT-QRY-APPR-STATUS.
           DISPLAY "APPROVAL STATUS - N(OT NEEDED), P(ENDING),".
           DISPLAY "A(PPROVED), R(EJECTED) OR BLANK FOR ANY?".
           ACCEPT QRY-APPR-STATUS.
           INSPECT QRY-APPR-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-APPR-STATUS.
           DISPLAY "YOU MUST ENTER N, P, A, R OR BLANK".
           PERFORM ACCEPT-QRY-APPR-STATUS.

       ENTER-QRY-SELECTED.
           PERFORM ACCEPT-QRY-SELECTED.
           PERFORM RE-ACCEPT-QRY-SELECTED
               UNTIL QRY-SELECTED-IS-VALID.

       ACCEPT-QRY-SELECTED.
           DISPLAY "SELECTED FOR PAYMENT - Y, N OR BLANK FOR EITHER?".
           ACCEPT QRY-SELECTED.
           INSPECT QRY-SELECTED
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-SELECTED.
           DISPLAY "YOU MUST ENTER Y, N OR BLANK".
           PERFORM ACCEPT-QRY-SELECTED.

       ENTER-QRY-TYPE.
           PERFORM ACCEPT-QRY-TYPE.
           PERFORM RE-ACCEPT-QRY-TYPE
               UNTIL QRY-TYPE-IS-VALID.

       ACCEPT-QRY-TYPE.
           DISPLAY "I(NVOICE), C(REDIT MEMO), P(REPAYMENT)".
           DISPLAY "OR BLANK FOR ANY?".
           ACCEPT QRY-TYPE.
           INSPECT QRY-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-TYPE.
           DISPLAY "YOU MUST ENTER I, C, P OR BLANK".
           PERFORM ACCEPT-QRY-TYPE.

       ENTER-QRY-ACCOUNT.
           DISPLAY "BANK ACCOUNT (0 FOR ANY)?".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO QRY-ACCOUNT.

       ENTER-QRY-CURRENCY.
           DISPLAY "CURRENCY CODE (BLANK FOR ANY)?".
           ACCEPT QRY-CURRENCY.
           INSPECT QRY-CURRENCY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-QRY-BATCH.
           DISPLAY "BATCH NUMBER (0 FOR ANY)?".
           ACCEPT BATCH-ENTRY.
           MOVE BATCH-ENTRY TO QRY-BATCH.

       ENTER-QRY-ENTERED-BY.
           DISPLAY "ENTERED BY OPERATOR (BLANK FOR ANY)?".
           ACCEPT QRY-ENTERED-BY.
           INSPECT QRY-ENTERED-BY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-QRY-OUTPUT.
           PERFORM ACCEPT-QRY-OUTPUT.
           PERFORM RE-ACCEPT-QRY-OUTPUT
               UNTIL QRY-OUTPUT-IS-VALID.

       ACCEPT-QRY-OUTPUT.
           DISPLAY "P(RINT THE LIST) OR C(OMMA-DELIMITED FILE)?".
           ACCEPT QRY-OUTPUT.
           INSPECT QRY-OUTPUT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-QRY-OUTPUT.
           DISPLAY "YOU MUST ENTER P OR C".
           PERFORM ACCEPT-QRY-OUTPUT.

      *--------------------------------
      * RUN - the live file, then the
      * history file, whichever the
      * query asks for. A history
      * record has the live layout and
      * is checked in the live record.
      *--------------------------------
       RUN-THE-QUERY.
           MOVE ZEROES TO MATCH-COUNT MATCH-AMOUNT MATCH-OPEN.
           MOVE ZEROES TO LINE-COUNT.
           PERFORM START-NEW-PAGE.
           IF QRY-OUTPUT = "C"
               OPEN OUTPUT EXPORT-FILE
               PERFORM WRITE-THE-COLUMN-NAMES.
           IF QRY-FILES = "L" OR "B"
               PERFORM SEARCH-THE-LIVE-FILE.
           IF QRY-FILES = "H" OR "B"
               PERFORM SEARCH-THE-HISTORY-FILE.
           IF QRY-OUTPUT = "C"
               CLOSE EXPORT-FILE.
           PERFORM PRINT-THE-TOTALS.
           PERFORM END-LAST-PAGE.

       SEARCH-THE-LIVE-FILE.
           MOVE "L" TO VOUCHER-FROM-FILE.
           PERFORM READ-FIRST-VOUCHER-RECORD.
           PERFORM CHECK-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".

       CHECK-ALL-VOUCHERS.
           PERFORM CHECK-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       SEARCH-THE-HISTORY-FILE.
           MOVE "H" TO VOUCHER-FROM-FILE.
           PERFORM READ-FIRST-HISTORY-RECORD.
           PERFORM CHECK-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       CHECK-ALL-HISTORY.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM CHECK-THIS-VOUCHER.
           PERFORM READ-NEXT-HISTORY-RECORD.

       CHECK-THIS-VOUCHER.
           PERFORM CHECK-THE-SELECTIONS.
           IF VOUCHER-MATCHES = "Y"
               PERFORM TAKE-THIS-VOUCHER.

      *--------------------------------
      * Each selection set knocks the
      * voucher out on a mismatch. The
      * vendor category needs a vendor
      * read, so it goes last.
      *--------------------------------
       CHECK-THE-SELECTIONS.
           MOVE "Y" TO VOUCHER-MATCHES.
           IF QRY-VENDOR NOT = ZEROES
                   AND VOUCHER-VENDOR NOT = QRY-VENDOR
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-AMOUNT-FROM NOT = ZEROES
                   AND VOUCHER-AMOUNT < QRY-AMOUNT-FROM
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-AMOUNT-TO NOT = ZEROES
                   AND VOUCHER-AMOUNT > QRY-AMOUNT-TO
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-PAID-STATUS = "O"
                   AND VOUCHER-PAID-DATE NOT = ZEROES
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-PAID-STATUS = "P"
                   AND VOUCHER-PAID-DATE = ZEROES
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-HOLD-STATUS = "H" AND NOT VOUCHER-IS-HELD
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-HOLD-STATUS = "N" AND VOUCHER-IS-HELD
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-HOLD-REASON NOT = SPACE
                   AND VOUCHER-HOLD-REASON NOT = QRY-HOLD-REASON
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-APPR-STATUS NOT = SPACE
                   AND VOUCHER-APPR-STATUS NOT = QRY-APPR-STATUS
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-SELECTED = "Y" AND VOUCHER-SELECTED NOT = "Y"
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-SELECTED = "N" AND VOUCHER-SELECTED = "Y"
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-TYPE NOT = SPACE
                   AND VOUCHER-TYPE NOT = QRY-TYPE
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-ACCOUNT NOT = ZEROES
                   AND VOUCHER-ACCOUNT NOT = QRY-ACCOUNT
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-CURRENCY NOT = SPACE
                   AND VOUCHER-CURRENCY NOT = QRY-CURRENCY
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-BATCH NOT = ZEROES
                   AND VOUCHER-BATCH NOT = QRY-BATCH
               MOVE "N" TO VOUCHER-MATCHES.
           IF QRY-ENTERED-BY NOT = SPACE
                   AND VOUCHER-ENTERED-BY NOT = QRY-ENTERED-BY
               MOVE "N" TO VOUCHER-MATCHES.
           PERFORM CHECK-ONE-DATE-RANGE
               VARYING RANGE-SUB FROM 1 BY 1
               UNTIL RANGE-SUB > 2.
           IF VOUCHER-MATCHES = "Y" AND QRY-CATEGORY NOT = SPACE
               PERFORM CHECK-THE-CATEGORY.

       CHECK-ONE-DATE-RANGE.
           IF QRY-DATE-WHICH (RANGE-SUB) NOT = SPACE
               PERFORM PICK-THE-DATE
               IF THE-DATE-VALUE < QRY-DATE-FROM (RANGE-SUB)
                   MOVE "N" TO VOUCHER-MATCHES
               ELSE
               IF QRY-DATE-TO (RANGE-SUB) NOT = ZEROES
                   AND THE-DATE-VALUE > QRY-DATE-TO (RANGE-SUB)
                   MOVE "N" TO VOUCHER-MATCHES.

      *--------------------------------
      * A date the voucher does not
      * have (zero) never falls in a
      * range with a from date.
      *--------------------------------
       PICK-THE-DATE.
           MOVE ZEROES TO THE-DATE-VALUE.
           IF QRY-DATE-WHICH (RANGE-SUB) = "I"
               MOVE VOUCHER-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "D"
               MOVE VOUCHER-DUE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "P"
               MOVE VOUCHER-PAID-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "E"
               MOVE VOUCHER-ENTRY-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "C"
               MOVE VOUCHER-CHANGED-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "H"
               MOVE VOUCHER-HOLD-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "A"
               MOVE VOUCHER-APPROVED-DATE TO THE-DATE-VALUE
           ELSE
           IF QRY-DATE-WHICH (RANGE-SUB) = "S"
               MOVE VOUCHER-DISC-DATE TO THE-DATE-VALUE.

       CHECK-THE-CATEGORY.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "N" TO VOUCHER-MATCHES
           ELSE
           IF VENDOR-CATEGORY NOT = QRY-CATEGORY
               MOVE "N" TO VOUCHER-MATCHES.

       TAKE-THIS-VOUCHER.
           IF VOUCHER-PAID-DATE = ZEROES
               COMPUTE OPEN-BALANCE =
                   VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
           ELSE
               MOVE ZEROES TO OPEN-BALANCE.
           ADD 1 TO MATCH-COUNT.
           ADD VOUCHER-AMOUNT TO MATCH-AMOUNT.
           ADD OPEN-BALANCE TO MATCH-OPEN.
           IF QRY-OUTPUT = "C"
               PERFORM WRITE-ONE-DATA-RECORD
           ELSE
               PERFORM PRINT-THE-VOUCHER.

       PRINT-THE-VOUCHER.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE VOUCHER-NUMBER TO PRINT-NUMBER.
           MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
           MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
           MOVE VOUCHER-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-DATE.
           MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
           MOVE OPEN-BALANCE TO PRINT-OPEN.
           IF VOUCHER-FROM-FILE = "H"
               MOVE "HIST" TO PRINT-STATUS
           ELSE
           IF VOUCHER-PAID-DATE NOT = ZEROES
               MOVE "PAID" TO PRINT-STATUS
           ELSE
           IF VOUCHER-IS-HELD
               MOVE "HELD" TO PRINT-STATUS
           ELSE
               MOVE "OPEN" TO PRINT-STATUS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-THE-COLUMN-NAMES.
           MOVE SPACE TO EXPORT-RECORD.
           STRING "VOUCHER,VENDOR,INVOICE,INVOICE DATE,DUE,"
                  "AMOUNT,PAID AMOUNT,PAID DATE,CHECK,ACCOUNT,"
                  "HOLD,HOLD REASON,APPROVAL,CURRENCY,BATCH,"
                  "ENTERED BY,FILE"
               DELIMITED BY SIZE INTO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

      *--------------------------------
      * One data record per voucher,
      * unformatted, dates CCYYMMDD.
      *--------------------------------
       WRITE-ONE-DATA-RECORD.
           MOVE VOUCHER-AMOUNT TO DATA-AMOUNT.
           MOVE VOUCHER-PAID-AMOUNT TO DATA-PAID.
           MOVE SPACE TO EXPORT-RECORD.
           STRING VOUCHER-NUMBER ","
                  VOUCHER-VENDOR ","
                  VOUCHER-INVOICE ","
                  VOUCHER-DATE ","
                  VOUCHER-DUE ","
                  DATA-AMOUNT ","
                  DATA-PAID ","
                  VOUCHER-PAID-DATE ","
                  VOUCHER-CHECK-NO ","
                  VOUCHER-ACCOUNT ","
                  VOUCHER-HOLD-STATUS ","
                  VOUCHER-HOLD-REASON ","
                  VOUCHER-APPR-STATUS ","
                  VOUCHER-CURRENCY ","
                  VOUCHER-BATCH ","
                  VOUCHER-ENTERED-BY ","
                  VOUCHER-FROM-FILE
               DELIMITED BY SIZE INTO EXPORT-RECORD.
           WRITE EXPORT-RECORD.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF MATCH-COUNT = ZEROES
               MOVE "NO VOUCHERS MATCH THE QUERY" TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-MATCH-TOTALS.

       PRINT-THE-MATCH-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "VOUCHERS MATCHED: " MATCH-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE MATCH-AMOUNT TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "TOTAL AMOUNT:       " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE MATCH-OPEN TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "TOTAL STILL OPEN:   " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF QRY-OUTPUT = "C"
               MOVE SPACE TO PRINTER-RECORD
               STRING "DATA FILE QRYDATA WRITTEN - "
                      MATCH-COUNT " RECORDS"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SAVE - a name already on file
      * is replaced.
      *--------------------------------
       ASK-OK-TO-SAVE.
           PERFORM ACCEPT-OK-TO-SAVE.
           PERFORM RE-ACCEPT-OK-TO-SAVE
               UNTIL OK-TO-SAVE = "Y" OR "N".

       ACCEPT-OK-TO-SAVE.
           DISPLAY "SAVE THIS QUERY (Y/N)?".
           ACCEPT OK-TO-SAVE.
           INSPECT OK-TO-SAVE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-SAVE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-SAVE.

       SAVE-THE-QUERY.
           PERFORM GET-QUERY-NAME.
           DISPLAY "DESCRIPTION (BLANK TO KEEP " QRY-DESCRIPTION ")".
           ACCEPT DESCRIPTION-ENTRY.
           INSPECT DESCRIPTION-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF DESCRIPTION-ENTRY NOT = SPACE
               MOVE DESCRIPTION-ENTRY TO QRY-DESCRIPTION.
           MOVE SIGNED-ON-OPERATOR TO QRY-SAVED-BY.
           MOVE TODAYS-DATE TO QRY-SAVED-DATE.
           MOVE VOUCHER-QUERY-RECORD TO SAVE-QUERY-RECORD.
           PERFORM READ-QUERY-RECORD.
           MOVE SAVE-QUERY-RECORD TO VOUCHER-QUERY-RECORD.
           IF QUERY-RECORD-FOUND = "Y"
               PERFORM REWRITE-QUERY-RECORD
               DISPLAY "QUERY " QRY-NAME " REPLACED"
           ELSE
               PERFORM WRITE-QUERY-RECORD
               DISPLAY "QUERY " QRY-NAME " SAVED".

       GET-QUERY-NAME.
           PERFORM ACCEPT-QUERY-NAME.
           PERFORM RE-ACCEPT-QUERY-NAME
               UNTIL QRY-NAME NOT = SPACE.

       ACCEPT-QUERY-NAME.
           DISPLAY "NAME TO SAVE IT UNDER (BLANK TO KEEP "
                   QRY-NAME ")".
           ACCEPT NAME-ENTRY.
           INSPECT NAME-ENTRY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF NAME-ENTRY NOT = SPACE
               MOVE NAME-ENTRY TO QRY-NAME.

       RE-ACCEPT-QUERY-NAME.
           DISPLAY "A NAME MUST BE ENTERED".
           PERFORM ACCEPT-QUERY-NAME.

      *--------------------------------
      * Bring back a saved query
      *--------------------------------
       GET-EXISTING-QUERY.
           PERFORM ACCEPT-EXISTING-QUERY.
           PERFORM RE-ACCEPT-EXISTING-QUERY
               UNTIL QUERY-RECORD-FOUND = "Y"
                  OR QRY-NAME = SPACE.

       ACCEPT-EXISTING-QUERY.
           PERFORM INIT-QUERY-RECORD.
           DISPLAY "ENTER THE QUERY NAME (BLANK TO EXIT)".
           ACCEPT QRY-NAME.
           INSPECT QRY-NAME
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "N" TO QUERY-RECORD-FOUND.
           IF QRY-NAME NOT = SPACE
               PERFORM READ-QUERY-RECORD.

       RE-ACCEPT-EXISTING-QUERY.
           DISPLAY "QUERY NOT FOUND".
           PERFORM ACCEPT-EXISTING-QUERY.

      *--------------------------------
      * LIST
      *--------------------------------
       LIST-MODE.
           DISPLAY " ".
           DISPLAY "SAVED QUERIES".
           PERFORM READ-FIRST-QUERY-RECORD.
           IF QUERY-FILE-AT-END = "Y"
               DISPLAY "NONE SAVED".
           PERFORM LIST-ALL-QUERIES
               UNTIL QUERY-FILE-AT-END = "Y".

       LIST-ALL-QUERIES.
           MOVE QRY-SAVED-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY QRY-NAME " " QRY-DESCRIPTION " "
                   QRY-SAVED-BY " " FORMATTED-DATE.
           PERFORM READ-NEXT-QUERY-RECORD.

      *--------------------------------
      * DELETE
      *--------------------------------
       DELETE-MODE.
           PERFORM GET-EXISTING-QUERY.
           PERFORM DELETE-QUERIES
               UNTIL QRY-NAME = SPACE.

       DELETE-QUERIES.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-QUERY-RECORD.
           PERFORM GET-EXISTING-QUERY.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS QUERY (Y/N)?".
           ACCEPT OK-TO-DELETE.
           INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

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
           IF QRY-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               STRING "QUERY " QRY-NAME " " QRY-DESCRIPTION
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF QRY-OUTPUT NOT = "C"
               MOVE COLUMN-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER-RECORD.

       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-HISTORY-RECORD.
           MOVE ZEROES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY-RECORD.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-QUERY-RECORD.
           MOVE "Y" TO QUERY-RECORD-FOUND.
           READ VOUCHER-QUERY-FILE RECORD
               INVALID KEY
               MOVE "N" TO QUERY-RECORD-FOUND.

       READ-FIRST-QUERY-RECORD.
           MOVE LOW-VALUES TO QRY-NAME.
           MOVE "N" TO QUERY-FILE-AT-END.
           START VOUCHER-QUERY-FILE
               KEY NOT < QRY-NAME
               INVALID KEY
               MOVE "Y" TO QUERY-FILE-AT-END.
           IF QUERY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-QUERY-RECORD.

       READ-NEXT-QUERY-RECORD.
           MOVE "N" TO QUERY-FILE-AT-END.
           READ VOUCHER-QUERY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO QUERY-FILE-AT-END.

       WRITE-QUERY-RECORD.
           WRITE VOUCHER-QUERY-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING QUERY RECORD".

       REWRITE-QUERY-RECORD.
           REWRITE VOUCHER-QUERY-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING QUERY RECORD".

       DELETE-QUERY-RECORD.
           DELETE VOUCHER-QUERY-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING QUERY RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

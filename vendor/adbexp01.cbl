       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADBEXP01.
      *------------------------------------
      * ACH Debit Block Export
      *
      * Writes the authorized originator
      * list (FDADB01, kept in ADBMNT01)
      * to DEBIT-BLOCK-FILE in the bank's
      * format for transmission - one
      * record per originator allowed to
      * debit the account, with its
      * company ID, name, largest debit
      * and expiration date. The bank
      * returns every other ACH debit, so
      * the file is the whole list every
      * time, never just the changes: one
      * account, or every account.
      *
      * An inactive originator, or one
      * whose authorization has run out,
      * is listed on the register but
      * left off the file.
      *
      * The register also cross-checks
      * each originator against the vendor
      * file: one with no vendor number,
      * a vendor number not on file or an
      * inactive vendor is flagged, so a
      * utility or tax authority debiting
      * us under a vendor nobody pays any
      * more gets looked at. Every
      * transmission is noted on the
      * export run log.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sladb01.cbl".

           COPY "slact01.cbl".

           COPY "slvnd02.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           SELECT DEBIT-BLOCK-FILE
               ASSIGN TO "debitblk"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdadb01.cbl".

           COPY "fdact01.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

       FD  DEBIT-BLOCK-FILE
           LABEL RECORDS ARE OMITTED.
       01  DEBIT-BLOCK-RECORD.
           05  DEBIT-BLOCK-ACCOUNT-OUT  PIC 9(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DEBIT-BLOCK-COMPANY-OUT  PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DEBIT-BLOCK-NAME-OUT     PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DEBIT-BLOCK-MAX-OUT      PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DEBIT-BLOCK-EXPIRE-OUT   PIC 9(8).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  ADB-FILE-AT-END           PIC X.
       77  ACCT-RECORD-FOUND         PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  WHICH-ACCOUNT             PIC 9(10).
       77  ACCOUNT-ENTRY             PIC Z(10).

       77  TODAY-DATE                PIC 9(8).
       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES             PIC 999 VALUE 55.

       77  EXPORTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  INACTIVE-COUNT            PIC 9(5) VALUE ZEROES.
       77  EXPIRED-COUNT             PIC 9(5) VALUE ZEROES.
       77  FLAGGED-COUNT             PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT         PIC 9(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-COMPANY-ID      PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-NAME            PIC X(19).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-MAX-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-EXPIRES         PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-STATUS          PIC X(4).

       01  TOTAL-LINE.
           05  FILLER                PIC X(6) VALUE "SENT:".
           05  PRINT-EXPORTED-COUNT  PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "INACTIVE:".
           05  PRINT-INACTIVE-COUNT  PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACE.
           05  FILLER                PIC X(9) VALUE "EXPIRED:".
           05  PRINT-EXPIRED-COUNT   PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACE.
           05  FILLER                PIC X(16)
               VALUE "VENDOR FLAGGED:".
           05  PRINT-FLAGGED-COUNT   PIC ZZZZ9.

       01  COLUMN-LINE.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "COMPANY ID".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(19) VALUE "ORIGINATOR".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(13) VALUE "  MAX DEBIT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(10) VALUE "EXPIRES".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(7)  VALUE "VENDOR".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(4)  VALUE "STAT".

       01  TITLE-LINE.
           05  FILLER                PIC X(22) VALUE SPACE.
           05  FILLER                PIC X(24)
               VALUE "ACH DEBIT BLOCK EXPORT".
           05  FILLER                PIC X(17) VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       01  ACCOUNT-LINE.
           05  FILLER                PIC X(8) VALUE "ACCOUNT ".
           05  PRINT-WHICH-ACCOUNT   PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-BANK-NAME       PIC X(30).
           05  FILLER                PIC X(7) VALUE " AS OF ".
           05  PRINT-TODAY           PIC Z9/99/9999.

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
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "ADBEXP01" TO EXPORT-PROGRAM-NAME.
           OPEN INPUT ACH-DEBIT-FILE.
           OPEN INPUT BANK-ACCT-FILE.
           OPEN INPUT VENDOR-FILE.

       CLOSING-PROCEDURE.
           CLOSE ACH-DEBIT-FILE.
           CLOSE BANK-ACCT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE EXPORT-LOG-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-WHICH-ACCOUNT
               OPEN OUTPUT DEBIT-BLOCK-FILE
               PERFORM RUN-THE-EXPORT
               CLOSE DEBIT-BLOCK-FILE
               PERFORM NOTE-THIS-EXPORT-RUN
               PERFORM END-LAST-PAGE.

      *--------------------------------
      * The list is the whole list every
      * time, so there is no range and
      * no bookmark - the run goes on
      * the log as of today.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE TODAY-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE EXPORTED-COUNT TO EXPORT-SENT-COUNT.
           MOVE ZEROES TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "BUILD ACH DEBIT BLOCK EXPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

      *--------------------------------
      * One bank account, or 0 for all
      * of them.
      *--------------------------------
       GET-WHICH-ACCOUNT.
           PERFORM ACCEPT-WHICH-ACCOUNT.
           PERFORM RE-ACCEPT-WHICH-ACCOUNT
               UNTIL WHICH-ACCOUNT = ZEROES
                  OR ACCT-RECORD-FOUND = "Y".

       ACCEPT-WHICH-ACCOUNT.
           DISPLAY "BANK ACCOUNT TO SEND (0 FOR ALL)?".
           ACCEPT ACCOUNT-ENTRY.
           MOVE ACCOUNT-ENTRY TO WHICH-ACCOUNT.
           MOVE "N" TO ACCT-RECORD-FOUND.
           IF WHICH-ACCOUNT NOT = ZEROES
               MOVE WHICH-ACCOUNT TO ACCT-NUMBER
               PERFORM READ-ACCT-RECORD.

       RE-ACCEPT-WHICH-ACCOUNT.
           DISPLAY "THAT BANK ACCOUNT IS NOT ON FILE".
           PERFORM ACCEPT-WHICH-ACCOUNT.

       RUN-THE-EXPORT.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          EXPORTED-COUNT INACTIVE-COUNT
                          EXPIRED-COUNT FLAGGED-COUNT.
           PERFORM START-NEW-PAGE.
           PERFORM READ-FIRST-ADB-RECORD.
           PERFORM PROCESS-ALL-ORIGINATORS
               UNTIL ADB-FILE-AT-END = "Y".
           IF EXPORTED-COUNT = ZEROES
               AND INACTIVE-COUNT = ZEROES
               AND EXPIRED-COUNT = ZEROES
               MOVE "NO AUTHORIZED ORIGINATORS ON FILE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-THE-TOTALS.

       PROCESS-ALL-ORIGINATORS.
           PERFORM PROCESS-THIS-ORIGINATOR.
           PERFORM READ-NEXT-ADB-RECORD.

       PROCESS-THIS-ORIGINATOR.
           IF ADB-IS-INACTIVE
               ADD 1 TO INACTIVE-COUNT
               MOVE "INAC" TO PRINT-STATUS
           ELSE
           IF ADB-EXPIRE-DATE NOT = ZEROES
               AND ADB-EXPIRE-DATE < TODAY-DATE
               ADD 1 TO EXPIRED-COUNT
               MOVE "EXPD" TO PRINT-STATUS
           ELSE
               ADD 1 TO EXPORTED-COUNT
               MOVE "SENT" TO PRINT-STATUS
               PERFORM WRITE-DEBIT-BLOCK-RECORD.
           PERFORM PRINT-THE-RECORD.
           PERFORM CROSS-CHECK-THE-VENDOR.

       WRITE-DEBIT-BLOCK-RECORD.
           MOVE SPACE TO DEBIT-BLOCK-RECORD.
           MOVE ADB-ACCOUNT TO DEBIT-BLOCK-ACCOUNT-OUT.
           MOVE ADB-COMPANY-ID TO DEBIT-BLOCK-COMPANY-OUT.
           MOVE ADB-NAME TO DEBIT-BLOCK-NAME-OUT.
           MOVE ADB-MAX-AMOUNT TO DEBIT-BLOCK-MAX-OUT.
           MOVE ADB-EXPIRE-DATE TO DEBIT-BLOCK-EXPIRE-OUT.
           WRITE DEBIT-BLOCK-RECORD.

      *--------------------------------
      * The originator should be a
      * vendor we still do business
      * with. Anything else goes on the
      * register under the line.
      *--------------------------------
       CROSS-CHECK-THE-VENDOR.
           MOVE "N" TO VENDOR-RECORD-FOUND.
           IF ADB-VENDOR NOT = ZEROES
               MOVE ADB-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD.
           MOVE SPACE TO PRINTER-RECORD.
           IF ADB-VENDOR = ZEROES
               MOVE "     ** NO VENDOR NUMBER ON THIS ORIGINATOR"
                   TO PRINTER-RECORD
           ELSE
           IF VENDOR-RECORD-FOUND NOT = "Y"
               MOVE "     ** VENDOR NUMBER IS NOT ON THE VENDOR FILE"
                   TO PRINTER-RECORD
           ELSE
           IF VENDOR-IS-INACTIVE
               STRING "     ** VENDOR " VENDOR-NAME " IS INACTIVE"
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           IF PRINTER-RECORD NOT = SPACE
               ADD 1 TO FLAGGED-COUNT
               PERFORM WRITE-TO-PRINTER.

       PRINT-THE-RECORD.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE ADB-ACCOUNT TO PRINT-ACCOUNT.
           MOVE ADB-COMPANY-ID TO PRINT-COMPANY-ID.
           MOVE ADB-NAME TO PRINT-NAME.
           MOVE ADB-MAX-AMOUNT TO PRINT-MAX-AMOUNT.
           IF ADB-EXPIRE-DATE = ZEROES
               MOVE "NONE" TO PRINT-EXPIRES
           ELSE
               MOVE ADB-EXPIRE-DATE TO DATE-YYYYMMDD
               PERFORM FORMAT-THE-DATE
               MOVE FORMATTED-DATE TO PRINT-EXPIRES.
           MOVE ADB-VENDOR TO PRINT-VENDOR.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EXPORTED-COUNT TO PRINT-EXPORTED-COUNT.
           MOVE INACTIVE-COUNT TO PRINT-INACTIVE-COUNT.
           MOVE EXPIRED-COUNT TO PRINT-EXPIRED-COUNT.
           MOVE FLAGGED-COUNT TO PRINT-FLAGGED-COUNT.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

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
           IF WHICH-ACCOUNT = ZEROES
               MOVE "ALL" TO PRINT-WHICH-ACCOUNT
               MOVE SPACE TO PRINT-BANK-NAME
           ELSE
               MOVE WHICH-ACCOUNT TO PRINT-WHICH-ACCOUNT
               MOVE ACCT-BANK-NAME TO PRINT-BANK-NAME.
           MOVE TODAY-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-TODAY.
           MOVE ACCOUNT-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O Routines
      * ACH-DEBIT-FILE is keyed by
      * account + company ID, so one
      * account's originators sit
      * together.
      *--------------------------------
       READ-FIRST-ADB-RECORD.
           MOVE WHICH-ACCOUNT TO ADB-ACCOUNT.
           MOVE LOW-VALUES TO ADB-COMPANY-ID.
           MOVE "N" TO ADB-FILE-AT-END.
           START ACH-DEBIT-FILE
               KEY NOT < ADB-KEY
               INVALID KEY
               MOVE "Y" TO ADB-FILE-AT-END.
           IF ADB-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ADB-RECORD.

       READ-NEXT-ADB-RECORD.
           MOVE "N" TO ADB-FILE-AT-END.
           READ ACH-DEBIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ADB-FILE-AT-END.
           IF ADB-FILE-AT-END NOT = "Y"
               IF WHICH-ACCOUNT NOT = ZEROES
                   AND ADB-ACCOUNT NOT = WHICH-ACCOUNT
                   MOVE "Y" TO ADB-FILE-AT-END.

       READ-ACCT-RECORD.
           MOVE "Y" TO ACCT-RECORD-FOUND.
           READ BANK-ACCT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCT-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

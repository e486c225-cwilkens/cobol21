      * voided check is reported with a
      * VOID status so the bank also
      * refuses a check that was issued and
      * later reversed. A check with an
      * open stop payment (STPMNT01) not
      * yet past its expiration date is
      * reported with a STOP status, never
      * as issued; once the stop lapses it
      * goes back to ISSU.
      *
      * A run-control bookmark (PLEXP01)
      * remembers the latest issue date
      * its range off the bookmark with
      * no prompting. Every transmission
      * is noted on the export run log.
      *
      * Nothing is transmitted until
      * treasury has released the check
      * run in CHKRUN01: one check in the
      * range from a pending or rejected
      * run and the whole export is
      * refused, so the bookmark never
      * moves past a held check.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsess01.cbl".

           COPY "slcrn01.cbl".

           COPY "slstp01.cbl".

           SELECT POSPAY-FILE
               ASSIGN TO "pospay"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdsess01.cbl".

           COPY "fdcrn01.cbl".

           COPY "fdstp01.cbl".

       FD  POSPAY-FILE
           LABEL RECORDS ARE OMITTED.
       01  POSPAY-RECORD.
       77  OK-TO-PROCESS             PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.
       77  STOP-RECORD-FOUND         PIC X.
       77  CHECK-IS-STOPPED          PIC X.
       77  TODAYS-DATE               PIC 9(8).

       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).
       77  RECORD-COUNT              PIC 9(5) VALUE ZEROES.
       77  EXPORTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  VOIDED-COUNT              PIC 9(5) VALUE ZEROES.
       77  STOPPED-COUNT             PIC 9(5) VALUE ZEROES.
       77  SKIPPED-COUNT             PIC 9(5) VALUE ZEROES.
       77  HELD-SIG-COUNT            PIC 9(5) VALUE ZEROES.
       77  EARLIEST-HELD-DATE        PIC 9(8) VALUE 99999999.

           COPY "wssess01.cbl".

           COPY "wscrn01.cbl".

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           OPEN INPUT CHECK-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT POSPAY-FILE.
           OPEN INPUT CHECK-RUN-FILE.
           OPEN INPUT STOP-PAYMENT-FILE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CHECK-FILE.
           CLOSE VENDOR-FILE.
           CLOSE POSPAY-FILE.
           CLOSE CHECK-RUN-FILE.
           CLOSE STOP-PAYMENT-FILE.
           CLOSE EXPORT-CONTROL-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-DATE-RANGE
               PERFORM CHECK-EXPORT-RANGE
               PERFORM CHECK-FOR-HELD-RUNS
               IF EXPORT-RANGE-IS-GOOD = "Y"
                   PERFORM RUN-THE-EXPORT
                   PERFORM NOTE-THIS-EXPORT-RUN.
      *--------------------------------
       RUN-UNATTENDED.
           PERFORM SET-UNATTENDED-RANGE.
           PERFORM CHECK-FOR-HELD-RUNS.
           IF EXPORT-RANGE-IS-GOOD = "Y"
               PERFORM RUN-THE-EXPORT
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * The release gate - a dry pass
      * over the range before a single
      * record is written.
      *--------------------------------
       CHECK-FOR-HELD-RUNS.
           IF EXPORT-RANGE-IS-GOOD = "Y"
               PERFORM FIND-HELD-CHECKS
               IF HELD-CHECK-COUNT NOT = ZEROES
                   MOVE "N" TO EXPORT-RANGE-IS-GOOD
                   DISPLAY "NOTHING EXPORTED - " HELD-CHECK-COUNT
                       " CHECK(S) ARE FROM A RUN NOT RELEASED".

       FIND-HELD-CHECKS.
           MOVE ZEROES TO HELD-CHECK-COUNT
                          HELD-RUN-ACCOUNT
                          HELD-RUN-FIRST.
           PERFORM READ-FIRST-VALID-CHECK.
           PERFORM COUNT-HELD-CHECKS
               UNTIL CHECK-FILE-AT-END = "Y".

       COUNT-HELD-CHECKS.
           PERFORM CHECK-THE-CHECK-RUN.
           IF CHECK-RUN-HELD = "Y"
               PERFORM NOTE-A-HELD-CHECK.
           PERFORM READ-NEXT-VALID-CHECK.

       NOTE-THIS-EXPORT-RUN.
           MOVE EXPORTED-COUNT TO EXPORT-SENT-COUNT.
           MOVE EXPORTED-TOTAL TO EXPORT-SENT-TOTAL.
           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER
                          RECORD-COUNT EXPORTED-COUNT
                          VOIDED-COUNT SKIPPED-COUNT
                          STOPPED-COUNT
                          HELD-SIG-COUNT EXPORTED-TOTAL.
           PERFORM START-NEW-PAGE.

       END-ONE-REPORT.
           IF EXPORTED-COUNT = ZEROES AND VOIDED-COUNT = ZEROES
                   AND STOPPED-COUNT = ZEROES
               MOVE "NO CHECKS FOUND IN THAT DATE RANGE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-ACH-USED
               ADD 1 TO SKIPPED-COUNT
           ELSE
               PERFORM CHECK-FOR-A-STOP
               IF CHECK-IS-VOIDED
                   PERFORM EXPORT-VOIDED-CHECK
               ELSE
               IF CHECK-IS-STOPPED = "Y"
                   PERFORM EXPORT-STOPPED-CHECK
               ELSE
                   PERFORM EXPORT-ISSUED-CHECK.

      *--------------------------------
      * A stop the bank still holds -
      * requested or confirmed, and not
      * past the date it lapses.
      *--------------------------------
       CHECK-FOR-A-STOP.
           MOVE "N" TO CHECK-IS-STOPPED.
           MOVE CHECK-KEY TO STOP-KEY.
           PERFORM READ-STOP-RECORD.
           IF STOP-RECORD-FOUND = "Y"
               IF STOP-IS-OPEN
                       AND STOP-EXPIRE-DATE NOT < TODAYS-DATE
                   MOVE "Y" TO CHECK-IS-STOPPED.

       READ-STOP-RECORD.
           MOVE "Y" TO STOP-RECORD-FOUND.
           READ STOP-PAYMENT-FILE RECORD
               INVALID KEY
               MOVE "N" TO STOP-RECORD-FOUND.

       NOTE-THE-EARLIEST-HELD.
           IF CHECK-ISSUE-DATE < EARLIEST-HELD-DATE
               MOVE CHECK-ISSUE-DATE TO EARLIEST-HELD-DATE.
           PERFORM WRITE-POSPAY-RECORD.
           PERFORM PRINT-THE-RECORD.

       EXPORT-STOPPED-CHECK.
           ADD 1 TO STOPPED-COUNT.
           MOVE "STOP" TO POSPAY-STATUS-OUT.
           PERFORM WRITE-POSPAY-RECORD.
           PERFORM PRINT-THE-RECORD.

       WRITE-POSPAY-RECORD.
           MOVE SPACE TO POSPAY-RECORD.
           MOVE CHECK-ACCOUNT TO POSPAY-ACCOUNT-OUT.
           PERFORM SET-PRINT-EXPORTED-TOTAL-PARENS.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF STOPPED-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "STOP PAYMENT ON FILE: " STOPPED-COUNT
                      " - SENT AS STOP, NOT ISSUED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF HELD-SIG-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "HELD FOR SECOND SIGNATURE: " HELD-SIG-COUNT
               PERFORM READ-NEXT-VALID-CHECK.

      *--------------------------------
      * A wire or a vendor debit is not a
      * paper check - nothing for the bank
      * to match a presented item against.
      *--------------------------------
       READ-NEXT-VALID-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.
               UNTIL CHECK-FILE-AT-END = "Y"
                  OR (    CHECK-ISSUE-DATE NOT < FROM-DATE
                      AND CHECK-ISSUE-DATE NOT > THRU-DATE
                      AND NOT CHECK-IS-WIRE
                      AND NOT CHECK-IS-DEBIT
                      AND NOT CHECK-IS-CARD).

       READ-NEXT-CHECK-RECORD.
           MOVE "N" TO CHECK-FILE-AT-END.
           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plcrn01.cbl".

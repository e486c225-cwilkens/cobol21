       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBRPT01.
      *--------------------------------------------
      * Vendor Rebate Earned-to-Date Report and
      * Month-End Rebate Accrual
      *
      * For every rebate agreement (REBMNT01) in
      * force at an operator-entered as-of date:
      * the spend with the vendor since the
      * agreement took effect - paid vouchers in
      * the live file and the history file, by
      * paid date, the way VNDSPN01 measures
      * spend - the tier that spend has reached,
      * the rebate earned at that tier's percent
      * on all of it, and how much more spend
      * reaches the next tier and at what
      * percent.
      *
      * An agreement whose period has ended
      * still reports until it has been accrued
      * through its last day, so the final month
      * is never missed.
      *
      * Optionally the run also writes the
      * month-end accrual of the rebate
      * receivable to ACCRUAL-FILE ("rebacr"),
      * in the ACREXP01 layout, for the GL:
      *
      *   DEBIT  the agreement's rebate
      *          receivable account
      *   CREDIT its rebate income account
      *
      * for what has been earned beyond what is
      * already accrued on the agreement - so a
      * tier crossed mid-year trues up the
      * earlier months in one entry. A drop in
      * earned rebate (a credit memo) flips the
      * sides. The accrued amount and date go
      * back on the agreement; an agreement
      * already accrued through the as-of date
      * is not accrued again.
      *
      * Each accrual line carries the GLEXP01
      * batch trailer (columns 101-130) and
      * the run is noted on the export run
      * log, so GLACK01 can match the GL's
      * acknowledgment back to it.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slreb01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slfpr01.cbl".

           COPY "slspl01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT ACCRUAL-FILE
               ASSIGN TO "rebacr"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdreb01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdspl01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  ACCRUAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACCRUAL-RECORD.
           05  ACR-ACCOUNT              PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-DEBIT-CREDIT         PIC X(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-AMOUNT               PIC 9(8)V99.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-POSTING-DATE         PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-REFERENCE            PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-VENDOR-NUMBER        PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-FISCAL-PERIOD        PIC 9(6).
           05  FILLER                   PIC X(17) VALUE SPACE.
           05  ACR-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-LINE-NUMBER          PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.
       77  WRITE-ACCRUAL             PIC X.
       77  REBATE-FILE-AT-END        PIC X.
       77  REB-RECORD-FOUND          PIC X.
       77  VOUCHER-FILE-AT-END       PIC X.
       77  HISTORY-FILE-AT-END       PIC X.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  AS-OF-DATE                PIC 9(8).
       77  AS-OF-PERIOD              PIC 9(6).
       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).

       77  TALLY-VENDOR              PIC 9(7).
       77  TALLY-AMOUNT              PIC S9(8)V99.
       77  TALLY-DATE                PIC 9(8).

       77  AGR-SUB                   PIC 9(3).
       77  USED-AGREEMENTS           PIC 9(3) VALUE ZEROES.
       77  OVERFLOW-COUNT            PIC 9(5) VALUE ZEROES.

       77  TIER-SUB                  PIC 9.
       77  TIER-REACHED              PIC 9.
       77  NEXT-TIER                 PIC 9.
       77  REBATE-EARNED             PIC S9(9)V99.
       77  ACCRUAL-AMOUNT            PIC S9(9)V99.
       77  ABS-AMOUNT                PIC 9(8)V99.
       77  SPEND-TO-GO               PIC S9(9)V99.

       77  EARNED-TOTAL              PIC S9(10)V99 VALUE ZEROES.
       77  ACCRUED-TOTAL             PIC S9(10)V99 VALUE ZEROES.
       77  ACCRUAL-COUNT             PIC 9(5) VALUE ZEROES.

       77  PRINT-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99-.
       77  PRINT-PCT                 PIC Z9.999.
       77  PRINT-FROM-DATE           PIC Z9/99/9999.
       77  PRINT-THRU-DATE           PIC Z9/99/9999.
       77  TOTAL-FIELD               PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *--------------------------------
      * The agreements in force, with
      * the spend measured for each -
      * one pass of the voucher files
      * fills them all.
      *--------------------------------
       01  AGREEMENT-TABLE.
           05  AGR-ENTRY OCCURS 200 TIMES.
               10  AGR-VENDOR        PIC 9(7).
               10  AGR-SEQ           PIC 9(3).
               10  AGR-FROM-DATE     PIC 9(8).
               10  AGR-THRU-DATE     PIC 9(8).
               10  AGR-SPEND         PIC S9(9)V99.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

      *--------------------------------
      * The report prints as one
      * page - the counter exists for
      * the spool line stamps.
      *--------------------------------
       77  PAGE-NUMBER               PIC 9999 VALUE 1.

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

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
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "REBRPT01" TO EXPORT-PROGRAM-NAME.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "REBRPT01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.
           OPEN I-O REBATE-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           CLOSE REBATE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-SPOOL-RUN.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-AS-OF-DATE
               PERFORM GET-WRITE-ACCRUAL
               PERFORM LOAD-THE-AGREEMENTS
               PERFORM TALLY-BOTH-FILES
               PERFORM PRINT-THE-AGREEMENTS
               PERFORM PRINT-THE-TOTALS
               PERFORM FINISH-THE-ACCRUAL.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "PRINT THE VENDOR REBATE REPORT (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-AS-OF-DATE.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "REBATE EARNED AS OF (MM/DD/YYYY)?"
               TO DATE-PROMPT.
           MOVE "AN AS-OF DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO AS-OF-DATE.

      *--------------------------------
      * The accrual is a month-end
      * entry: the as-of date is the
      * close date and the lines carry
      * its fiscal period (FPRMNT01).
      * It also moves each agreement's
      * accrued-through date, so it is
      * not written while the batch
      * window is open - the report
      * still prints.
      *--------------------------------
       GET-WRITE-ACCRUAL.
           PERFORM ACCEPT-WRITE-ACCRUAL.
           PERFORM RE-ACCEPT-WRITE-ACCRUAL
               UNTIL WRITE-ACCRUAL = "Y" OR "N".
           IF WRITE-ACCRUAL = "Y"
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "Y"
                   MOVE "N" TO WRITE-ACCRUAL.
           IF WRITE-ACCRUAL = "Y"
               OPEN OUTPUT ACCRUAL-FILE
               PERFORM STAMP-THE-EXPORT-RUN
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
               MOVE AS-OF-DATE TO FISCAL-CHECK-DATE
               PERFORM CHECK-FISCAL-PERIOD
               MOVE FISCAL-PERIOD-STAMP TO AS-OF-PERIOD.

       ACCEPT-WRITE-ACCRUAL.
           DISPLAY "ALSO WRITE THE MONTH-END REBATE ACCRUAL (Y/N)?".
           ACCEPT WRITE-ACCRUAL.
           INSPECT WRITE-ACCRUAL
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-WRITE-ACCRUAL.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-WRITE-ACCRUAL.

      *--------------------------------
      * In force: started by the as-of
      * date, and either still running
      * or not yet accrued through its
      * last day. Spend counts from the
      * start through the as-of date or
      * the end, whichever is first.
      *--------------------------------
       LOAD-THE-AGREEMENTS.
           MOVE ZEROES TO AGREEMENT-TABLE.
           MOVE ZEROES TO USED-AGREEMENTS OVERFLOW-COUNT.
           PERFORM READ-FIRST-REBATE.
           PERFORM LOAD-ONE-AGREEMENT
               UNTIL REBATE-FILE-AT-END = "Y".

       LOAD-ONE-AGREEMENT.
           IF REB-START-DATE NOT > AS-OF-DATE
               AND (REB-END-DATE NOT < AS-OF-DATE
                    OR REB-LAST-ACCRUAL-DATE < REB-END-DATE)
               PERFORM TAKE-AN-AGREEMENT-SLOT.
           PERFORM READ-NEXT-REBATE.

       TAKE-AN-AGREEMENT-SLOT.
           IF USED-AGREEMENTS < 200
               ADD 1 TO USED-AGREEMENTS
               MOVE USED-AGREEMENTS TO AGR-SUB
               MOVE REB-VENDOR TO AGR-VENDOR (AGR-SUB)
               MOVE REB-SEQ TO AGR-SEQ (AGR-SUB)
               MOVE REB-START-DATE TO AGR-FROM-DATE (AGR-SUB)
               IF REB-END-DATE < AS-OF-DATE
                   MOVE REB-END-DATE TO AGR-THRU-DATE (AGR-SUB)
               ELSE
                   MOVE AS-OF-DATE TO AGR-THRU-DATE (AGR-SUB)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      *--------------------------------
      * One pass of each file - every
      * paid voucher lands in each of
      * its vendor's agreements whose
      * period covers the paid date.
      *--------------------------------
       TALLY-BOTH-FILES.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM TALLY-ALL-LIVE
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-HISTORY.
           PERFORM TALLY-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".

       TALLY-ALL-LIVE.
           IF VOUCHER-PAID-DATE NOT = ZEROES
                   AND VOUCHER-VENDOR NOT = ZEROES
               MOVE VOUCHER-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-PAID-DATE TO TALLY-DATE
               PERFORM TALLY-ONE-PAYMENT.
           PERFORM READ-NEXT-VOUCHER.

       TALLY-ALL-HISTORY.
           IF VOUCHER-HIST-PAID-DATE NOT = ZEROES
                   AND VOUCHER-HIST-VENDOR NOT = ZEROES
               MOVE VOUCHER-HIST-VENDOR TO TALLY-VENDOR
               MOVE VOUCHER-HIST-AMOUNT TO TALLY-AMOUNT
               MOVE VOUCHER-HIST-PAID-DATE TO TALLY-DATE
               PERFORM TALLY-ONE-PAYMENT.
           PERFORM READ-NEXT-HISTORY.

       TALLY-ONE-PAYMENT.
           PERFORM MATCH-ONE-AGREEMENT
               VARYING AGR-SUB FROM 1 BY 1
               UNTIL AGR-SUB > USED-AGREEMENTS.

       MATCH-ONE-AGREEMENT.
           IF AGR-VENDOR (AGR-SUB) = TALLY-VENDOR
               AND TALLY-DATE NOT < AGR-FROM-DATE (AGR-SUB)
               AND TALLY-DATE NOT > AGR-THRU-DATE (AGR-SUB)
               ADD TALLY-AMOUNT TO AGR-SPEND (AGR-SUB).

      *--------------------------------
      * The report, agreement by
      * agreement in vendor order.
      *--------------------------------
       PRINT-THE-AGREEMENTS.
           MOVE AS-OF-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "VENDOR REBATES EARNED AS OF " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF USED-AGREEMENTS = ZEROES
               MOVE "NO REBATE AGREEMENTS IN FORCE"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-AGREEMENT
               VARYING AGR-SUB FROM 1 BY 1
               UNTIL AGR-SUB > USED-AGREEMENTS.

       PRINT-ONE-AGREEMENT.
           MOVE AGR-VENDOR (AGR-SUB) TO REB-VENDOR.
           MOVE AGR-SEQ (AGR-SUB) TO REB-SEQ.
           PERFORM READ-REB-RECORD.
           MOVE REB-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "**Not Found**" TO VENDOR-NAME.
           PERFORM FIND-THE-TIER.
           ADD REBATE-EARNED TO EARNED-TOTAL.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "VENDOR " REB-VENDOR " " VENDOR-NAME
                  " AGREEMENT " REB-SEQ
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE AGR-FROM-DATE (AGR-SUB) TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           MOVE AGR-THRU-DATE (AGR-SUB) TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "   " REB-DESCRIPTION
                  " " PRINT-FROM-DATE "-" PRINT-THRU-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE AGR-SPEND (AGR-SUB) TO PRINT-AMOUNT-1.
           MOVE REBATE-EARNED TO PRINT-AMOUNT-2.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "   SPEND TO DATE " PRINT-AMOUNT-1
                  "  REBATE EARNED " PRINT-AMOUNT-2
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-THE-TIER-LINE.
           PERFORM PRINT-THE-NEXT-TIER-LINE.
           IF WRITE-ACCRUAL = "Y"
               PERFORM ACCRUE-THIS-AGREEMENT.

      *--------------------------------
      * The highest tier the spend has
      * reached sets the percent on all
      * of it; the next tier up is the
      * one still to reach.
      *--------------------------------
       FIND-THE-TIER.
           MOVE ZEROES TO TIER-REACHED NEXT-TIER.
           PERFORM CHECK-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           IF TIER-REACHED = ZEROES
               MOVE ZEROES TO REBATE-EARNED
           ELSE
               COMPUTE REBATE-EARNED ROUNDED =
                   AGR-SPEND (AGR-SUB)
                   * REB-TIER-PCT (TIER-REACHED) / 100.

       CHECK-ONE-TIER.
           IF REB-TIER-SPEND (TIER-SUB) NOT = ZEROES
               IF AGR-SPEND (AGR-SUB) NOT < REB-TIER-SPEND (TIER-SUB)
                   MOVE TIER-SUB TO TIER-REACHED
               ELSE
               IF NEXT-TIER = ZEROES
                   MOVE TIER-SUB TO NEXT-TIER.

       PRINT-THE-TIER-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           IF TIER-REACHED = ZEROES
               MOVE "   NO TIER REACHED YET" TO PRINTER-RECORD
           ELSE
               MOVE REB-TIER-PCT (TIER-REACHED) TO PRINT-PCT
               STRING "   TIER " TIER-REACHED " REACHED - "
                      PRINT-PCT "% ON ALL SPEND"
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-NEXT-TIER-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           IF NEXT-TIER = ZEROES
               MOVE "   TOP TIER REACHED" TO PRINTER-RECORD
           ELSE
               COMPUTE SPEND-TO-GO =
                   REB-TIER-SPEND (NEXT-TIER) - AGR-SPEND (AGR-SUB)
               MOVE SPEND-TO-GO TO PRINT-AMOUNT-1
               MOVE REB-TIER-PCT (NEXT-TIER) TO PRINT-PCT
               STRING "   " PRINT-AMOUNT-1 " MORE SPEND REACHES TIER "
                      NEXT-TIER " AT " PRINT-PCT "%"
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * The accrual is what has been
      * earned beyond what is already
      * on the books for the agreement.
      *--------------------------------
       ACCRUE-THIS-AGREEMENT.
           IF REB-RECORD-FOUND = "Y"
               IF REB-LAST-ACCRUAL-DATE NOT < AS-OF-DATE
                   MOVE REB-LAST-ACCRUAL-DATE TO DATE-YYYYMMDD
                   PERFORM FORMAT-THE-DATE
                   MOVE SPACE TO PRINTER-RECORD
                   STRING "   ALREADY ACCRUED THROUGH "
                          FORMATTED-DATE
                       DELIMITED BY SIZE INTO PRINTER-RECORD
                   PERFORM WRITE-TO-PRINTER
               ELSE
                   PERFORM POST-THE-ACCRUAL.

       POST-THE-ACCRUAL.
           COMPUTE ACCRUAL-AMOUNT =
               REBATE-EARNED - REB-ACCRUED-TO-DATE.
           IF ACCRUAL-AMOUNT NOT = ZEROES
               PERFORM WRITE-RECEIVABLE-LINE
               PERFORM WRITE-INCOME-LINE
               ADD ACCRUAL-AMOUNT TO ACCRUED-TOTAL
               ADD 1 TO ACCRUAL-COUNT.
           MOVE ACCRUAL-AMOUNT TO PRINT-AMOUNT-1.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "   ACCRUED THIS MONTH " PRINT-AMOUNT-1
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE REBATE-EARNED TO REB-ACCRUED-TO-DATE.
           MOVE AS-OF-DATE TO REB-LAST-ACCRUAL-DATE.
           PERFORM REWRITE-REB-RECORD.

       WRITE-RECEIVABLE-LINE.
           MOVE REB-RECEIVABLE-ACCT TO ACR-ACCOUNT.
           IF ACCRUAL-AMOUNT < ZEROES
               MOVE "C" TO ACR-DEBIT-CREDIT
               COMPUTE ABS-AMOUNT = ZERO - ACCRUAL-AMOUNT
           ELSE
               MOVE "D" TO ACR-DEBIT-CREDIT
               MOVE ACCRUAL-AMOUNT TO ABS-AMOUNT.
           PERFORM WRITE-ONE-ACCRUAL-LINE.

       WRITE-INCOME-LINE.
           MOVE REB-INCOME-ACCT TO ACR-ACCOUNT.
           IF ACCRUAL-AMOUNT < ZEROES
               MOVE "D" TO ACR-DEBIT-CREDIT
               COMPUTE ABS-AMOUNT = ZERO - ACCRUAL-AMOUNT
           ELSE
               MOVE "C" TO ACR-DEBIT-CREDIT
               MOVE ACCRUAL-AMOUNT TO ABS-AMOUNT.
           PERFORM WRITE-ONE-ACCRUAL-LINE.

       WRITE-ONE-ACCRUAL-LINE.
           MOVE ABS-AMOUNT TO ACR-AMOUNT.
           MOVE AS-OF-DATE TO ACR-POSTING-DATE.
           MOVE AS-OF-PERIOD TO ACR-FISCAL-PERIOD.
           MOVE REB-DESCRIPTION TO ACR-REFERENCE.
           MOVE REB-VENDOR TO ACR-VENDOR-NUMBER.
           PERFORM WRITE-ACCRUAL-LINE.

      *--------------------------------
      * The batch trailer - one line
      * number per line of the run.
      *--------------------------------
       WRITE-ACCRUAL-LINE.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO ACR-SOURCE.
           MOVE EXPORT-RUN-DATE TO ACR-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO ACR-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO ACR-LINE-NUMBER.
           WRITE ACCRUAL-RECORD.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "AGREEMENTS IN FORCE: " USED-AGREEMENTS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE EARNED-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "TOTAL REBATE EARNED: " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "AGREEMENTS PAST THE 200-SLOT TABLE: "
                      OVERFLOW-COUNT " NOT REPORTED"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       FINISH-THE-ACCRUAL.
           IF WRITE-ACCRUAL = "Y"
               CLOSE ACCRUAL-FILE
               MOVE ACCRUED-TOTAL TO TOTAL-FIELD
               MOVE SPACE TO PRINTER-RECORD
               STRING "ACCRUAL FILE REBACR WRITTEN - "
                      ACCRUAL-COUNT " AGREEMENTS, NET "
                      TOTAL-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               MOVE "BALANCE IT AGAINST WHAT THE GL POSTS."
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark here - the
      * agreement's accrued-through date
      * guards a re-run - so only the
      * log is written, the range being
      * the as-of date.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE AS-OF-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE ACCRUAL-COUNT TO EXPORT-SENT-COUNT.
           MOVE ACCRUED-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           PERFORM WRITE-SPOOL-LINE.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-REBATE.
           MOVE LOW-VALUES TO REB-KEY.
           MOVE "N" TO REBATE-FILE-AT-END.
           START REBATE-FILE
               KEY NOT < REB-KEY
               INVALID KEY
               MOVE "Y" TO REBATE-FILE-AT-END.
           IF REBATE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REBATE.

       READ-NEXT-REBATE.
           MOVE "N" TO REBATE-FILE-AT-END.
           READ REBATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO REBATE-FILE-AT-END.

       READ-REB-RECORD.
           MOVE "Y" TO REB-RECORD-FOUND.
           READ REBATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO REB-RECORD-FOUND.

       REWRITE-REB-RECORD.
           REWRITE REBATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REBATE RECORD".

       READ-FIRST-VOUCHER.
           MOVE LOW-VALUES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-HISTORY.
           MOVE LOW-VALUES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY.

       READ-NEXT-HISTORY.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

      *--------------------------------
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plfpr01.cbl".

           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plexp01.cbl".

           COPY "plsys01.cbl".

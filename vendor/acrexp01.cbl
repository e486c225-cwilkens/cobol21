      * total. A control-total page
      * prints for balancing against the
      * GL.
      *
      * Each line is stamped with the
      * fiscal period (CCYYPP) it posts
      * to, off the fiscal period
      * calendar (FPRMNT01).
      *
      * Goods received against a PO but
      * not yet billed have no voucher
      * to accrue - GRNEXP01 accrues
      * those off the receiving file.
      *
      * Both files carry the GLEXP01
      * batch trailer (columns 101-130)
      * off one line-number sequence, and
      * the run is noted on the export
      * run log, so GLACK01 can match the
      * GL's acknowledgment back to it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvnd02.cbl".

           COPY "slfpr01.cbl".

           COPY "slexp01.cbl".

           COPY "slsess01.cbl".

           SELECT ACCRUAL-FILE
               ASSIGN TO "acrexp"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdvnd04.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdexp01.cbl".

           COPY "fdsess01.cbl".

       FD  ACCRUAL-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACCRUAL-RECORD.
           05  ACR-REFERENCE            PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  ACR-VOUCHER-NUMBER       PIC 9(7).
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

       FD  REVERSAL-FILE
           LABEL RECORDS ARE OMITTED.
           05  REV-REFERENCE            PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  REV-VOUCHER-NUMBER       PIC 9(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  REV-FISCAL-PERIOD        PIC 9(6).
           05  FILLER                   PIC X(17) VALUE SPACE.
           05  REV-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  REV-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  REV-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  REV-LINE-NUMBER          PIC 9(5).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       77  VENDOR-RECORD-FOUND       PIC X.

       77  CLOSE-DATE                PIC 9(8).
       77  FROM-DATE                 PIC 9(8).
       77  THRU-DATE                 PIC 9(8).
       77  REVERSAL-DATE             PIC 9(8).
       77  CLOSE-PERIOD              PIC 9(6).
       77  REVERSAL-PERIOD           PIC 9(6).

       77  GL-AP-ACCOUNT             PIC X(15) VALUE "2000-AP".
       77  GL-SUSPENSE-ACCOUNT       PIC X(15)

           COPY "wsdate01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wsexp01.cbl".

           COPY "wssess01.cbl".

       01  TITLE-LINE.
           05  FILLER                PIC X(16) VALUE SPACE.
           05  FILLER                PIC X(30)
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O EXPORT-LOG-FILE.
           MOVE "ACREXP01" TO EXPORT-PROGRAM-NAME.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT ACCRUAL-FILE.
           OPEN OUTPUT REVERSAL-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE REVERSAL-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE EXPORT-LOG-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CLOSE-DATE
               PERFORM SET-REVERSAL-DATE
               PERFORM SET-THE-FISCAL-PERIODS
               PERFORM STAMP-THE-EXPORT-RUN
               PERFORM START-NEW-PAGE
               PERFORM PROCESS-VOUCHERS
               PERFORM PRINT-THE-TOTALS
               PERFORM NOTE-THIS-EXPORT-RUN.

      *--------------------------------
      * No bookmark here - a close can
      * be re-run - so only the log is
      * written, the range being the
      * close date.
      *--------------------------------
       NOTE-THIS-EXPORT-RUN.
           MOVE CLOSE-DATE TO FROM-DATE THRU-DATE.
           MOVE "N" TO EXPORT-OVERRIDE-USED.
           MOVE ACCRUED-COUNT TO EXPORT-SENT-COUNT.
           MOVE CREDIT-TOTAL TO EXPORT-SENT-TOTAL.
           PERFORM WRITE-EXPORT-LOG-RECORD.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
      * The reversal belongs on the
      * first of the period after the
      * close - computed, not keyed, so
      * nobody fat-fingers it. When the
      * fiscal calendar covers the close
      * date that is the day after the
      * fiscal period ends (a 4-4-5
      * period seldom ends on the last
      * of a month); otherwise it is the
      * first of the next calendar month.
      *--------------------------------
       SET-REVERSAL-DATE.
           MOVE CLOSE-DATE TO FISCAL-CHECK-DATE.
           PERFORM FIND-FISCAL-PERIOD.
           IF FISCAL-PERIOD-FOUND = "Y"
               PERFORM SET-REVERSAL-FROM-PERIOD
           ELSE
               PERFORM SET-REVERSAL-FROM-MONTH.

       SET-REVERSAL-FROM-PERIOD.
           MOVE FISCAL-PERIOD-END-DATE TO DATE-YYYYMMDD.
           MOVE 1 TO DAYS-TO-ADD.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO REVERSAL-DATE.

       SET-REVERSAL-FROM-MONTH.
           MOVE CLOSE-DATE TO DATE-YYYYMMDD.
           IF DATE-MM = 12
               COMPUTE DATE-YYYY = DATE-YYYY + 1
           MOVE 1 TO DATE-DD.
           MOVE DATE-YYYYMMDD TO REVERSAL-DATE.

      *--------------------------------
      * Both sides of the feed carry
      * the fiscal period they post to
      * (CCYYPP), so the accrual and its
      * reversal land in the right GL
      * periods.
      *--------------------------------
       SET-THE-FISCAL-PERIODS.
           MOVE "Y" TO FISCAL-SOFT-CLOSE-OK.
           MOVE CLOSE-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO CLOSE-PERIOD.
           MOVE REVERSAL-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE FISCAL-PERIOD-STAMP TO REVERSAL-PERIOD.

       PROCESS-VOUCHERS.
           PERFORM READ-FIRST-VALID-VOUCHER.
           PERFORM PROCESS-ALL-VOUCHERS
               ADD ABS-AMOUNT TO DEBIT-TOTAL.
           MOVE ABS-AMOUNT TO ACR-AMOUNT.
           MOVE CLOSE-DATE TO ACR-POSTING-DATE.
           MOVE CLOSE-PERIOD TO ACR-FISCAL-PERIOD.
           MOVE VOUCHER-FOR TO ACR-REFERENCE.
           MOVE VOUCHER-NUMBER TO ACR-VOUCHER-NUMBER.
           PERFORM WRITE-ACCRUAL-LINE.
           PERFORM WRITE-THE-MIRROR-REVERSAL.

       POST-DEFAULT-EXPENSE.
               ADD ABS-AMOUNT TO DEBIT-TOTAL.
           MOVE ABS-AMOUNT TO ACR-AMOUNT.
           MOVE CLOSE-DATE TO ACR-POSTING-DATE.
           MOVE CLOSE-PERIOD TO ACR-FISCAL-PERIOD.
           MOVE VOUCHER-FOR TO ACR-REFERENCE.
           MOVE VOUCHER-NUMBER TO ACR-VOUCHER-NUMBER.
           PERFORM WRITE-ACCRUAL-LINE.
           PERFORM WRITE-THE-MIRROR-REVERSAL.

       SET-EXPENSE-ACCOUNT-USED.
               ADD ABS-AMOUNT TO CREDIT-TOTAL.
           MOVE ABS-AMOUNT TO ACR-AMOUNT.
           MOVE CLOSE-DATE TO ACR-POSTING-DATE.
           MOVE CLOSE-PERIOD TO ACR-FISCAL-PERIOD.
           MOVE VOUCHER-FOR TO ACR-REFERENCE.
           MOVE VOUCHER-NUMBER TO ACR-VOUCHER-NUMBER.
           PERFORM WRITE-ACCRUAL-LINE.
           PERFORM WRITE-THE-MIRROR-REVERSAL.

      *--------------------------------
               MOVE "D" TO REV-DEBIT-CREDIT.
           MOVE ACR-AMOUNT TO REV-AMOUNT.
           MOVE REVERSAL-DATE TO REV-POSTING-DATE.
           MOVE REVERSAL-PERIOD TO REV-FISCAL-PERIOD.
           MOVE ACR-REFERENCE TO REV-REFERENCE.
           MOVE ACR-VOUCHER-NUMBER TO REV-VOUCHER-NUMBER.
           PERFORM WRITE-REVERSAL-LINE.

      *--------------------------------
      * The batch trailer - accrual and
      * reversal lines number off the
      * same sequence, so each line of
      * the run is one number.
      *--------------------------------
       WRITE-ACCRUAL-LINE.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO ACR-SOURCE.
           MOVE EXPORT-RUN-DATE TO ACR-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO ACR-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO ACR-LINE-NUMBER.
           WRITE ACCRUAL-RECORD.

       WRITE-REVERSAL-LINE.
           ADD 1 TO EXPORT-LINE-NUMBER.
           MOVE EXPORT-PROGRAM-NAME TO REV-SOURCE.
           MOVE EXPORT-RUN-DATE TO REV-RUN-DATE.
           MOVE EXPORT-RUN-TIME TO REV-RUN-TIME.
           MOVE EXPORT-LINE-NUMBER TO REV-LINE-NUMBER.
           WRITE REVERSAL-RECORD.

       PRINT-THE-TOTALS.
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plfpr01.cbl".

           COPY "plexp01.cbl".

           COPY "plsess01.cbl".

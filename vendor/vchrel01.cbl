      *    rolled - exactly what the
      *    old direct import did, now
      *    behind a human's acceptance.
      *    A line billed to a vendor
      *    contract is billed to it
      *    here, as it posts, and one
      *    charged to a project gets a
      *    single expense line carrying
      *    the project and cost code,
      *    coded to the vendor's default
      *    expense account. A line that
      *    names an allocation template
      *    is split by the template
      *    instead, every line carrying
      *    the project.
      *
      * 4. REJECT A BATCH - the whole
      *    batch comes off the staging

           COPY "slstat01.cbl".

           COPY "slfpr01.cbl".

           COPY "slcnt01.cbl".

           COPY "slvchdtl.cbl".

           COPY "slprj01.cbl".

           COPY "slccd01.cbl".

           COPY "slalc01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdstat01.cbl".

           COPY "fdfpr01.cbl".

           COPY "fdcnt01.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdprj01.cbl".

           COPY "fdccd01.cbl".

           COPY "fdalc01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                 PIC 9.
           05  CAND-NUMBER           PIC 9(7).
           05  CAND-VENDOR           PIC 9(7).
           05  CAND-INVOICE          PIC X(15).
           05  FILLER                PIC X(344).

           COPY "wscase01.cbl".


           COPY "wsstat01.cbl".

           COPY "wsfpr01.cbl".

           COPY "wscnt01.cbl".

           COPY "wsprj01.cbl".

           COPY "wsalc01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM OPENING-PROCEDURE
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.
           MOVE "VCHREL01" TO JRN-PROGRAM-NAME.
           PERFORM START-JOURNAL-RUN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM SET-FISCAL-SOFT-CLOSE-OK.
           OPEN I-O STAGING-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O STATS-FILE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           OPEN I-O CONTRACT-FILE.
           OPEN I-O VOUCHER-DETAIL-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT COST-CODE-FILE.
           OPEN INPUT ALLOCATION-FILE.

       CLOSING-PROCEDURE.
           CLOSE STAGING-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE STATS-FILE.
           CLOSE FISCAL-PERIOD-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE PROJECT-FILE.
           CLOSE COST-CODE-FILE.
           CLOSE ALLOCATION-FILE.
           PERFORM END-JOURNAL-RUN.
           CLOSE JOURNAL-FILE.

           DISPLAY "  VENDOR " VOUCHER-VENDOR
                   "  INVOICE " VOUCHER-INVOICE.
           DISPLAY "  FOR " VOUCHER-FOR "  " AMOUNT-FIELD.
           IF STG-PROJECT NOT = SPACE
               DISPLAY "  PROJECT " STG-PROJECT
                       "  COST CODE " STG-COST-CODE.
           IF STG-ALLOC-CODE NOT = SPACE
               DISPLAY "  ALLOCATION " STG-ALLOC-CODE.
           IF STG-RESULT NOT = SPACE
               DISPLAY "  " STG-RESULT.

               TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO VOUCHER-DUE.
           DISPLAY "ENTER CONTRACT NUMBER (BLANK IF NONE)".
           ACCEPT VOUCHER-CONTRACT.
           INSPECT VOUCHER-CONTRACT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           DISPLAY "ENTER PROJECT (BLANK IF NONE)".
           ACCEPT STG-PROJECT.
           INSPECT STG-PROJECT
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE SPACE TO STG-COST-CODE.
           IF STG-PROJECT NOT = SPACE
               DISPLAY "ENTER COST CODE"
               ACCEPT STG-COST-CODE
               INSPECT STG-COST-CODE
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA.
           DISPLAY "ENTER ALLOCATION TEMPLATE (BLANK IF NONE)".
           ACCEPT STG-ALLOC-CODE.
           INSPECT STG-ALLOC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM RE-EDIT-THE-LINE.
           MOVE VOUCHER-RECORD TO STG-VOUCHER-IMAGE.
           PERFORM REWRITE-STAGING-RECORD.
               MOVE "E" TO STG-STATUS
               MOVE "DUE DATE BEFORE INVOICE DATE"
                   TO STG-RESULT.
           IF STG-IS-PASSED
               MOVE VOUCHER-DATE TO FISCAL-CHECK-DATE
               PERFORM CHECK-FISCAL-PERIOD
               IF FISCAL-DATE-IS-OPEN = "N"
                   MOVE "E" TO STG-STATUS
                   MOVE "INVOICE DATE IS IN A CLOSED PERIOD"
                       TO STG-RESULT.
           IF STG-IS-PASSED
               PERFORM CHECK-DUPLICATE-INVOICE
               IF DUP-INVOICE-FOUND = "Y"
                   MOVE "E" TO STG-STATUS
                   MOVE "DUPLICATE INVOICE - ALREADY ON FILE"
                       TO STG-RESULT.
           IF STG-IS-PASSED AND VOUCHER-CONTRACT NOT = SPACE
               PERFORM CHECK-THE-LINE-CONTRACT
               IF CONTRACT-PROBLEM NOT = SPACE
                   MOVE "E" TO STG-STATUS
                   MOVE CONTRACT-PROBLEM TO STG-RESULT.
           IF STG-IS-PASSED
               PERFORM CHECK-THE-LINE-PROJECT
               IF PROJECT-PROBLEM NOT = SPACE
                   MOVE "E" TO STG-STATUS
                   MOVE PROJECT-PROBLEM TO STG-RESULT.
           IF STG-IS-PASSED AND STG-ALLOC-CODE NOT = SPACE
               PERFORM CHECK-THE-LINE-ALLOCATION
               IF ALLOC-PROBLEM NOT = SPACE
                   MOVE "E" TO STG-STATUS
                   MOVE ALLOC-PROBLEM TO STG-RESULT.

      *--------------------------------
      * The same contract edit the
      * import ran - on file, active,
      * the vendor's, covering the
      * invoice date, and room under
      * the ceiling for this line.
      *--------------------------------
       CHECK-THE-LINE-CONTRACT.
           MOVE VOUCHER-CONTRACT TO CNT-NUMBER.
           MOVE VOUCHER-VENDOR TO CONTRACT-CHECK-VENDOR.
           MOVE VOUCHER-DATE TO CONTRACT-CHECK-DATE.
           MOVE VOUCHER-AMOUNT TO CONTRACT-CHECK-AMOUNT.
           PERFORM CHECK-THE-CONTRACT.

      *--------------------------------
      * The same project edit the
      * import ran - on file, still
      * open, and an active cost code.
      *--------------------------------
       CHECK-THE-LINE-PROJECT.
           MOVE STG-PROJECT TO PROJECT-CHECK-NUMBER.
           MOVE STG-COST-CODE TO PROJECT-CHECK-COST-CODE.
           PERFORM CHECK-THE-PROJECT.

      *--------------------------------
      * The allocation template edit
      * the import ran - on file,
      * active, lines adding to 100.
      *--------------------------------
       CHECK-THE-LINE-ALLOCATION.
           MOVE STG-ALLOC-CODE TO ALLOC-CHECK-CODE.
           PERFORM CHECK-THE-ALLOCATION.

      *--------------------------------
      * 3. RELEASE - nothing posts
      * duplicate since the import
      * (somebody keyed it meanwhile)
      * flips back to error instead
      * of posting twice, and so does
      * one whose fiscal period was
      * closed while it sat in staging,
      * or whose contract no longer has
      * room for it - earlier lines of
      * the same feed, or vouchers keyed
      * meanwhile, may have used it up -
      * or whose project was closed, or
      * whose allocation template was
      * made inactive.
      *--------------------------------
       RELEASE-MODE.
           PERFORM GET-THE-BATCH-NUMBER.
           DISPLAY " ".
           DISPLAY "VOUCHERS POSTED: " POSTED-COUNT.
           IF FAILED-COUNT NOT = ZEROES
               DISPLAY "TURNED DUPLICATE, PERIOD CLOSED, "
                       "CONTRACT FULL, PROJECT CLOSED"
               DISPLAY "OR TEMPLATE INACTIVE,"
               DISPLAY "NOT POSTED: " FAILED-COUNT.

       POST-ONE-LINE.
           IF STG-IS-PASSED
       POST-THIS-LINE.
           MOVE STG-VOUCHER-IMAGE TO VOUCHER-RECORD.
           PERFORM CHECK-DUPLICATE-INVOICE.
           MOVE VOUCHER-DATE TO FISCAL-CHECK-DATE.
           PERFORM CHECK-FISCAL-PERIOD.
           MOVE SPACE TO CONTRACT-PROBLEM.
           IF VOUCHER-CONTRACT NOT = SPACE
               PERFORM CHECK-THE-LINE-CONTRACT.
           PERFORM CHECK-THE-LINE-PROJECT.
           MOVE SPACE TO ALLOC-PROBLEM.
           IF STG-ALLOC-CODE NOT = SPACE
               PERFORM CHECK-THE-LINE-ALLOCATION.
           IF DUP-INVOICE-FOUND = "Y"
               MOVE "E" TO STG-STATUS
               MOVE "TURNED DUPLICATE SINCE IMPORT"
                   TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO FAILED-COUNT
           ELSE
           IF FISCAL-DATE-IS-OPEN = "N"
               MOVE "E" TO STG-STATUS
               MOVE "PERIOD CLOSED SINCE IMPORT"
                   TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO FAILED-COUNT
           ELSE
           IF CONTRACT-PROBLEM NOT = SPACE
               MOVE "E" TO STG-STATUS
               MOVE CONTRACT-PROBLEM TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO FAILED-COUNT
           ELSE
           IF PROJECT-PROBLEM NOT = SPACE
               MOVE "E" TO STG-STATUS
               MOVE PROJECT-PROBLEM TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO FAILED-COUNT
           ELSE
           IF ALLOC-PROBLEM NOT = SPACE
               MOVE "E" TO STG-STATUS
               MOVE ALLOC-PROBLEM TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO FAILED-COUNT
           ELSE
               PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER
               ACCEPT VOUCHER-ENTRY-DATE FROM DATE YYYYMMDD
               PERFORM WRITE-VOUCHER-RECORD
               PERFORM BILL-THE-CONTRACT
               PERFORM WRITE-THE-EXPENSE-LINES
               PERFORM ROLL-THE-IMPORT-STAT
               MOVE "R" TO STG-STATUS
               MOVE SPACE TO STG-RESULT
               PERFORM REWRITE-STAGING-RECORD
               ADD 1 TO POSTED-COUNT.

      *--------------------------------
      * CHECK-THE-LINE-CONTRACT left
      * the contract record in place.
      *--------------------------------
       BILL-THE-CONTRACT.
           IF VOUCHER-CONTRACT NOT = SPACE
               ADD VOUCHER-AMOUNT TO CNT-INVOICED
               PERFORM REWRITE-CONTRACT-RECORD.

      *--------------------------------
      * A line with an allocation
      * template is split by it, each
      * expense line charged to the
      * line's project (if any);
      * otherwise a project line.
      *--------------------------------
       WRITE-THE-EXPENSE-LINES.
           IF STG-ALLOC-CODE NOT = SPACE
               PERFORM WRITE-THE-ALLOCATED-LINES
           ELSE
               PERFORM WRITE-THE-PROJECT-LINE.

       WRITE-THE-ALLOCATED-LINES.
           MOVE STG-ALLOC-CODE TO ALLOC-CHECK-CODE.
           MOVE VOUCHER-NUMBER TO ALLOC-CHECK-NUMBER.
           MOVE VOUCHER-AMOUNT TO ALLOC-CHECK-AMOUNT.
           MOVE VOUCHER-FOR TO ALLOC-CHECK-FOR.
           MOVE STG-PROJECT TO ALLOC-CHECK-PROJECT.
           MOVE STG-COST-CODE TO ALLOC-CHECK-COST-CODE.
           PERFORM ALLOCATE-THE-VOUCHER.

      *--------------------------------
      * Job cost lives on the expense
      * lines, so a project line
      * becomes a one-line split for
      * the whole invoice, coded to
      * the vendor's default expense
      * account.
      *--------------------------------
       WRITE-THE-PROJECT-LINE.
           IF STG-PROJECT NOT = SPACE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE SPACE TO VENDOR-EXPENSE-ACCT.
           IF STG-PROJECT NOT = SPACE
               MOVE VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER
               MOVE 1 TO VOUCHER-DETAIL-LINE
               MOVE VOUCHER-FOR TO VOUCHER-DETAIL-FOR
               MOVE VOUCHER-AMOUNT TO VOUCHER-DETAIL-AMOUNT
               MOVE VENDOR-EXPENSE-ACCT TO VOUCHER-DETAIL-GL-ACCT
               MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE
               MOVE STG-PROJECT TO VOUCHER-DETAIL-PROJECT
               MOVE STG-COST-CODE TO VOUCHER-DETAIL-COST-CODE
               PERFORM WRITE-VOUCHER-DETAIL-RECORD.

       ROLL-THE-IMPORT-STAT.
           PERFORM GET-MONTH-STAT-RECORD.
           ADD 1 TO STAT-VOUCHERS-IMPORTED.
               INVALID KEY
               DISPLAY "ERROR REWRITING STAGING RECORD".

       WRITE-VOUCHER-DETAIL-RECORD.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPENSE LINE".

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
               INVALID KEY
               MOVE LOW-VALUES TO CONTROL-RECORD.

      *--------------------------------
      * A level-9 supervisor may still
      * date into a soft-closed period.
      *--------------------------------
       SET-FISCAL-SOFT-CLOSE-OK.
           IF SIGNED-ON-LEVEL = 9
               MOVE "Y" TO FISCAL-SOFT-CLOSE-OK
           ELSE
               MOVE "N" TO FISCAL-SOFT-CLOSE-OK.

      *--------------------------------
      * Utility routines.
      *--------------------------------

           COPY "plsess01.cbl".

           COPY "plfpr01.cbl".

           COPY "plcnt01.cbl".

           COPY "plprj01.cbl".

           COPY "plalc01.cbl".

           COPY "pljrn01.cbl".

           COPY "plstat01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

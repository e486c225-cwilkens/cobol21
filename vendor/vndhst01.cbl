
           COPY "slvnd02.cbl".

           SELECT PRESORT-FILE
               ASSIGN TO "hstpre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WORK-FILE
               ASSIGN TO "hstwork"
               ORGANIZATION IS SEQUENTIAL.

           COPY "fdvnd04.cbl".

      *--------------------------------
      * This vendor's live and history
      * vouchers, off each file's vendor
      * key, in the sort record's layout.
      *--------------------------------
       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-RECORD            PIC X(123).

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
       WORKING-STORAGE SECTION.

       77  WORK-FILE-AT-END         PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  HISTORY-FILE-AT-END      PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  VENDOR-FILE-AT-END       PIC X.

       MAIN-PROCESS.
           PERFORM GET-VENDOR.
           IF VENDOR-CHOSEN = "Y"
               PERFORM BUILD-PRESORT-FILE
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT.

           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-USE-THIS-VENDOR.

      *--------------------------------
      * Only this vendor's vouchers go
      * to the sort - each file is
      * STARTed at the vendor on its
      * vendor alternate key and read
      * until the vendor changes.
      *--------------------------------
       BUILD-PRESORT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN OUTPUT PRESORT-FILE.
           PERFORM READ-FIRST-VENDOR-VOUCHER.
           PERFORM COPY-ONE-VENDOR-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           PERFORM READ-FIRST-VENDOR-HISTORY.
           PERFORM COPY-ONE-VENDOR-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           CLOSE PRESORT-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VOUCHER-FILE.

       COPY-ONE-VENDOR-VOUCHER.
           MOVE VOUCHER-RECORD TO PRESORT-RECORD.
           WRITE PRESORT-RECORD.
           PERFORM READ-NEXT-VENDOR-VOUCHER.

       COPY-ONE-VENDOR-HISTORY.
           MOVE VOUCHER-HISTORY-RECORD TO PRESORT-RECORD.
           WRITE PRESORT-RECORD.
           PERFORM READ-NEXT-VENDOR-HISTORY.

      *--------------------------------
      * Sorting logic
      *--------------------------------
       SORT-DATA-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DATE
               USING PRESORT-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       READ-FIRST-VENDOR-VOUCHER.
           MOVE CURRENT-VENDOR TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY IS EQUAL TO VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-VOUCHER.

       READ-NEXT-VENDOR-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF VOUCHER-VENDOR NOT = CURRENT-VENDOR
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-VENDOR-HISTORY.
           MOVE CURRENT-VENDOR TO VOUCHER-HIST-VENDOR.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS EQUAL TO VOUCHER-HIST-VENDOR
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR-HISTORY.

       READ-NEXT-VENDOR-HISTORY.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               IF VOUCHER-HIST-VENDOR NOT = CURRENT-VENDOR
                   MOVE "Y" TO HISTORY-FILE-AT-END.

      *--------------------------------
      * Other file IO routines
      *--------------------------------

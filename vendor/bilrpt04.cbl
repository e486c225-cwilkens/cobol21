
           COPY "slvnd02.cbl".

           SELECT PRESORT-FILE
               ASSIGN TO "agepre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WORK-FILE
               ASSIGN TO "agework"
               ORGANIZATION IS SEQUENTIAL.

           COPY "fdvnd04.cbl".

      *--------------------------------
      * The unpaid vouchers, copied off
      * the open voucher key for the
      * sort - the same image the sort
      * record lays out.
      *--------------------------------
       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRESORT-RECORD            PIC X(331).

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.

       77  OK-TO-PROCESS            PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  FIRST-RECORD-SWITCH      PIC X VALUE "Y".

           IF OK-TO-PROCESS = "Y"
               PERFORM GET-AS-OF-DATE
               PERFORM GET-WRITE-DATA-FILE
               PERFORM BUILD-PRESORT-FILE
               PERFORM SORT-DATA-FILE
               PERFORM PRINT-THE-REPORT
               PERFORM FINISH-THE-DATA-FILE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-WRITE-DATA-FILE.

      *--------------------------------
      * Only unpaid vouchers age, so the
      * presort is read off the open
      * voucher key - it STARTs at the
      * first unpaid voucher and stops
      * at the first paid one.
      *--------------------------------
       BUILD-PRESORT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN OUTPUT PRESORT-FILE.
           PERFORM READ-FIRST-OPEN-VOUCHER.
           PERFORM COPY-ONE-OPEN-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE PRESORT-FILE.
           CLOSE VOUCHER-FILE.

       COPY-ONE-OPEN-VOUCHER.
           MOVE VOUCHER-RECORD TO PRESORT-RECORD.
           WRITE PRESORT-RECORD.
           PERFORM READ-NEXT-OPEN-VOUCHER.

      *--------------------------------
      * Sorting logic - due date within
      * vendor order, so each vendor's
           SORT SORT-FILE
               ON ASCENDING KEY SORT-VENDOR
               ON ASCENDING KEY SORT-DUE
               USING PRESORT-FILE
               GIVING WORK-FILE.

       PRINT-THE-REPORT.
      *--------------------------------
      * Read first, read next routines
      *--------------------------------
       READ-FIRST-OPEN-VOUCHER.
           MOVE "O" TO VOUCHER-OPEN-STATUS.
           MOVE ZEROES TO VOUCHER-OPEN-DUE VOUCHER-OPEN-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-OPEN-KEY
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OPEN-VOUCHER.

       READ-NEXT-OPEN-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               IF NOT VOUCHER-KEY-IS-OPEN
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-VALID-WORK.
           PERFORM READ-NEXT-VALID-WORK.


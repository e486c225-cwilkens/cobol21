               ASSIGN TO "work"
               ORGANIZATION IS SEQUENTIAL.

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
           05  WORK-RETAINAGE-PCT    PIC 9(2)V99.
           05  WORK-RETAINED-AMT     PIC S9(8)V99.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           05  PRINT-PAGE-NUMBER   PIC ZZZ9.

       77  WORK-FILE-AT-END        PIC X.
       77  VOUCHER-FILE-AT-END     PIC X.
       77  VENDOR-RECORD-FOUND     PIC X.

       77  LINE-COUNT              PIC 999 VALUE ZERO.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM CHECK-FOR-CHECKPOINT
               PERFORM BUILD-WORK-FILE
               PERFORM PRINT-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM ACCEPT-RESTART-MODE.

      *--------------------------------
      * The open voucher key already
      * holds the unpaid vouchers in due
      * date order, so the work file is
      * copied straight off it - no sort,
      * and no reading the paid ones.
      *--------------------------------
       BUILD-WORK-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN OUTPUT WORK-FILE.
           PERFORM READ-FIRST-OPEN-VOUCHER.
           PERFORM COPY-ONE-OPEN-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE WORK-FILE.
           CLOSE VOUCHER-FILE.

       COPY-ONE-OPEN-VOUCHER.
           MOVE VOUCHER-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
           PERFORM READ-NEXT-OPEN-VOUCHER.

       PRINT-THE-REPORT.
           OPEN INPUT WORK-FILE.
               PERFORM START-NEW-PAGE.

      *--------------------------------
      * WORK-FILE is in due date order,
      * voucher number within due date,
      * so a record is past the
      * checkpoint once its due date is
      * later, or its due date ties and
      * its voucher number is later.
      *--------------------------------
       SKIP-ALREADY-PRINTED-WORK.
           IF WORK-DUE > CHECKPOINT-VOUCHER-DUE
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

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

      *--------------------------------
      * Other file IO routines
      *--------------------------------

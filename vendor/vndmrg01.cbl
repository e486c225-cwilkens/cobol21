      * history went.
      *
      * Repointing a live or history
      * voucher, or a check, changes its
      * vendor alternate key, which would
      * upset a running scan - so each
      * pass re-STARTs at the retired
      * vendor's key and moves the first
      * record it finds, until none are
      * left.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  VENDOR-RECORD-FOUND       PIC X.

           COPY "wsvnt01.cbl".

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
                   MOVE "Y" TO ONE-WAS-MOVED.

      *--------------------------------
      * Checks - off the vendor
      * alternate key, re-starting
      * after each move the same as the
      * vouchers.
      *--------------------------------
       MOVE-THE-CHECKS.
           MOVE "Y" TO ONE-WAS-MOVED.
           PERFORM MOVE-ONE-CHECK
               UNTIL ONE-WAS-MOVED = "N".

       MOVE-ONE-CHECK.
           MOVE "N" TO ONE-WAS-MOVED.
           MOVE RETIRE-VENDOR TO CHECK-VENDOR.
           MOVE "N" TO FILE-AT-END.
           START CHECK-FILE
               KEY IS EQUAL TO CHECK-VENDOR
               INVALID KEY
               MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               READ CHECK-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END NOT = "Y"
               IF CHECK-VENDOR = RETIRE-VENDOR
                   MOVE KEEP-VENDOR TO CHECK-VENDOR
                   PERFORM REWRITE-CHECK-RECORD
                   ADD 1 TO MOVED-CHECKS
                   MOVE "Y" TO ONE-WAS-MOVED.

      *--------------------------------
      * Templates - the vendor is not a
      * key there, so a plain scan does
      * it.
      *--------------------------------

       MOVE-THE-TEMPLATES.
           MOVE LOW-VALUES TO RECURRING-NUMBER.
      * File I-O routines
      *--------------------------------
       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "plvnt01.cbl".

           COPY "plsess01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

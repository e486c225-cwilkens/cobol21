
           COPY "slvouch.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

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
                   AND VOUCHER-PAID-DATE = ZEROES
                   AND VOUCHER-SELECTED NOT = "Y"
                   AND NOT VOUCHER-APPR-BLOCKED
                   AND NOT VOUCHER-NEEDS-VERIFY
                   AND NOT VOUCHER-IS-HELD
               PERFORM JUDGE-THE-FIT.
           PERFORM READ-NEXT-VOUCHER.
           ELSE
           IF VOUCHER-APPR-BLOCKED
               MOVE "NEEDS APPROVAL" TO THE-REASON
           ELSE
           IF VOUCHER-NEEDS-VERIFY
               MOVE "UNVERIFIED" TO THE-REASON
           ELSE
               MOVE "OVER BUDGET" TO THE-REASON.

               DISPLAY "ERROR READING THE PICKED VOUCHER".

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

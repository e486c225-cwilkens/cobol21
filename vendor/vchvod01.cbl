
           COPY "slstat01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdstat01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  CHECK-RECORD-FOUND          PIC X.

           COPY "wsvnt01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM DISPLAY-CHECK-RECORD.
           PERFORM GET-OK-TO-VOID.
           IF OK-TO-VOID = "Y"
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "N"
                   PERFORM VOID-THIS-CHECK.
           PERFORM GET-EXISTING-CHECK.

      *--------------------------------
           PERFORM WRITE-JOURNAL-RECORD.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO JRN-AFTER-IMAGE.
           PERFORM READ-VOUCHER-BEFORE-IMAGE.
           MOVE VOUCHER-RECORD TO JRN-BEFORE-IMAGE.
           COPY "plstat01.cbl".

           COPY "pljrn01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

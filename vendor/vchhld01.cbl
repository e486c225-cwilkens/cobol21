
           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

           COPY "wsvnt01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
      * check from being written.
      *--------------------------------
       APPLY-HOLD-CHOICE.
           IF HOLD-CHOICE = "H" OR "R"
               PERFORM CHECK-BATCH-WINDOW
               IF BATCH-WINDOW-REFUSES = "Y"
                   MOVE "N" TO HOLD-CHOICE.
           IF HOLD-CHOICE = "H"
               PERFORM ENTER-HOLD-REASON
               PERFORM ENTER-HOLD-NOTE
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "plvnt01.cbl".

           COPY "plsess01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

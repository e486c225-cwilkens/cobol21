
           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT ACH-RETURN-FILE
               ASSIGN TO "achret"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  ACH-RETURN-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACH-RETURN-RECORD.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-CHECK-NUMBER    PIC ZZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.

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
               DISPLAY "ERROR REWRITING CHECK RECORD".

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

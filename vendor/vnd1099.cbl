
           COPY "slspl01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdspl01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD             PIC X(80).

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-VENDOR-NO      PIC ZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACE.

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
      *--------------------------------
      * Corporations don't get a 1099,
      * so skip them out of the report
      * entirely. Neither do foreign
      * vendors with a W-8 on file -
      * they go on the 1042-S.
      *--------------------------------
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-1099-CORPORATION
               CONTINUE
           ELSE
           IF VENDOR-RECORD-FOUND = "Y" AND VENDOR-W8-VALID
               CONTINUE
           ELSE
               ADD VENDOR-TOTAL TO GRAND-TOTAL
               PERFORM PRINT-VENDOR-TOTAL-LINE.
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

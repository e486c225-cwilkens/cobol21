
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
       01  PRINTER-RECORD              PIC X(80).

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-ACCOUNT         PIC 9(10).
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
           IF CHECK-CLEARED NOT = "Y" AND
              NOT CHECK-IS-VOIDED AND
              NOT CHECK-IS-ACH-PAID AND
              NOT CHECK-IS-CARD AND
              NOT CHECK-IS-ESCHEATED
               PERFORM CHECK-THE-CHECK-AGE.

           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".


           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT EXCEPTION-FILE
               ASSIGN TO "ppexcin"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXCEPTION-RECORD.

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
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

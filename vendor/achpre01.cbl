
           COPY "slvnd02.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PRENOTE-FILE
               ASSIGN TO "achpre"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdvnd04.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PRENOTE-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRENOTE-RECORD.

           COPY "wsdate01.cbl".

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
      * Utility routines.
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

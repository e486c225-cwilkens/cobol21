
           COPY "slvouchh.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT ARCHIVE-OUT-FILE
               ASSIGN TO "archout"
               ORGANIZATION IS SEQUENTIAL.

           COPY "fdvouchh.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  ARCHIVE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-OUT-RECORD          PIC X(400).

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

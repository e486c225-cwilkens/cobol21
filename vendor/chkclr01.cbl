      * CHECK-NUMBER), setting CHECK-CLEARED
      * to "Y" for every match and stamping
      * the bank's paid date and paid amount
      * on the check record, along with
      * the signed-on operator who ran the
      * clearance.
      *
      * A check the bank paid for an amount
      * other than the amount it was issued

           COPY "slchk01.cbl".

           COPY "slsess01.cbl".

           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdchk01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(34)

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
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "CHKCLR01" TO SPOOL-PROGRAM-NAME.
           MOVE "Y" TO CHECK-CLEARED.
           MOVE BANK-PAID-DATE TO CHECK-CLEARED-DATE.
           MOVE BANK-PAID-AMOUNT TO CHECK-CLEARED-AMOUNT.
           MOVE SIGNED-ON-OPERATOR TO CHECK-CLEARED-BY.
           PERFORM REWRITE-CHECK-RECORD.
           ADD 1 TO MATCHED-COUNT.

      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

           COPY "plsys01.cbl".

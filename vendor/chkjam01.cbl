
           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

           COPY "wsjrn01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  FILLER               PIC X(26)

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
                   OR CHECK-IS-ESCHEATED
                   OR CHECK-IS-ACH-PAID
                   OR CHECK-IS-WIRE
                   OR CHECK-IS-DEBIT
                   OR CHECK-IS-CARD
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "CHECK " WORK-CHECK-NUMBER " IS NOT A"
                       " PRINTABLE PAPER CHECK - SKIPPED"
               MOVE "Y" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SIGNED-ON-OPERATOR TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.
           PERFORM WRITE-CHECK-RECORD.

      *--------------------------------
           PERFORM WRITE-JOURNAL-RECORD.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "pljrn01.cbl".

           COPY "plspl01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

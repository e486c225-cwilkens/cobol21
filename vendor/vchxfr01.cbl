
           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

      *--------------------------------------------
      * The target company's files, reached by the
      * operator-keyed directory path. The record
               ASSIGN TO TARGET-VOUCHER-PATH
               ORGANIZATION IS INDEXED
               RECORD KEY IS TGT-VOUCHER-NUMBER
               ALTERNATE KEY
                   IS TGT-VOUCHER-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS TGT-VOUCHER-OPEN-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT TARGET-DETAIL-FILE

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  TARGET-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TGT-VOUCHER-RECORD.
           05  TGT-VOUCHER-NUMBER       PIC 9(7).
           05  TGT-VOUCHER-VENDOR       PIC 9(7).
           05  FILLER                   PIC X(343).
           05  TGT-VOUCHER-OPEN-KEY.
               10  TGT-OPEN-STATUS      PIC X.
               10  TGT-OPEN-DUE         PIC 9(8).
               10  TGT-OPEN-NUMBER      PIC 9(7).

       FD  TARGET-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           05  TGT-DETAIL-KEY.
               10  TGT-DETAIL-NUMBER    PIC 9(7).
               10  TGT-DETAIL-LINE      PIC 9(3).
           05  FILLER                   PIC X(77).

       FD  TARGET-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
               10  TGT-CONTROL-TYPE     PIC 9.
               10  TGT-CONTROL-ACCOUNT  PIC 9(10).
           05  TGT-CONTROL-LAST-VOUCHER PIC 9(7).
           05  FILLER                   PIC X(111).

       FD  TARGET-COMPANY-FILE
           LABEL RECORDS ARE STANDARD.

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       01  TITLE-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(36)

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
                   DISPLAY "ERROR REWRITING TARGET CONTROL".

       WRITE-TARGET-VOUCHER.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE VOUCHER-RECORD TO TGT-VOUCHER-RECORD.
           MOVE NEW-VOUCHER-NUMBER TO TGT-VOUCHER-NUMBER.
           MOVE NEW-VOUCHER-NUMBER TO TGT-OPEN-NUMBER.
           WRITE TGT-VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING TARGET VOUCHER".
           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

           COPY "plvop01.cbl".

           COPY "plsys01.cbl".

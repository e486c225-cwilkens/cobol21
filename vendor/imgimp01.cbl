       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGIMP01.
      *------------------------------------
      * Scanned Invoice Image Index Load
      *
      * Loads the document scanner's batch
      * index ("imgindex", one fixed-format
      * line per scanned document) into
      * the voucher image index (FDIMG01),
      * so the voucher screens can point
      * at the invoice on the document
      * server.
      *
      * A line with no voucher number, no
      * document ID or no page count is
      * rejected and counted. A document
      * already on file is replaced - the
      * scanner re-sends a batch that was
      * rescanned. A voucher number that
      * is on neither the live nor the
      * history voucher file is still
      * loaded, and shown here as it goes
      * by; IMGEXC01 keeps listing it
      * until someone corrects it.
      *
      * Index line columns:
      *   1-7   VOUCHER NUMBER
      *   8-27  DOCUMENT ID
      *   28-31 PAGE COUNT
      *   32-39 SCAN DATE (CCYYMMDD)
      *   40-49 SCANNER BATCH
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slimg01.cbl".

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT IMAGE-INDEX-FILE
               ASSIGN TO "imgindex"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdimg01.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  IMAGE-INDEX-FILE
           LABEL RECORDS ARE OMITTED.
       01  IMAGE-INDEX-RECORD.
           05  INDEX-VOUCHER            PIC 9(7).
           05  INDEX-DOC-ID             PIC X(20).
           05  INDEX-PAGES              PIC 9(4).
           05  INDEX-SCAN-DATE          PIC 9(8).
           05  INDEX-BATCH              PIC X(10).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  INDEX-FILE-AT-END        PIC X.
       77  VIMG-RECORD-FOUND        PIC X.
       77  VOUCHER-RECORD-FOUND     PIC X.
       77  HISTORY-RECORD-FOUND     PIC X.

       77  TODAY-DATE               PIC 9(8).

       77  LOADED-COUNT             PIC 9(5) VALUE ZEROES.
       77  REPLACED-COUNT           PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  NO-VOUCHER-COUNT         PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT IMAGE-INDEX-FILE.
           OPEN I-O VOUCHER-IMAGE-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE IMAGE-INDEX-FILE.
           CLOSE VOUCHER-IMAGE-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM PROCESS-THE-INDEX
               PERFORM DISPLAY-RUN-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "LOAD THE SCANNER BATCH INDEX (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PROCESS-THE-INDEX.
           PERFORM READ-NEXT-INDEX-RECORD.
           PERFORM PROCESS-ALL-INDEX-RECORDS
               UNTIL INDEX-FILE-AT-END = "Y".

       PROCESS-ALL-INDEX-RECORDS.
           PERFORM PROCESS-THIS-INDEX-RECORD.
           PERFORM READ-NEXT-INDEX-RECORD.

       PROCESS-THIS-INDEX-RECORD.
           IF INDEX-VOUCHER NOT NUMERIC
               OR INDEX-VOUCHER = ZEROES
               ADD 1 TO REJECTED-COUNT
               DISPLAY "INDEX LINE REJECTED - NO VOUCHER NUMBER"
                       " FOR DOCUMENT " INDEX-DOC-ID
           ELSE
           IF INDEX-DOC-ID = SPACE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "INDEX LINE REJECTED - NO DOCUMENT ID"
                       " FOR VOUCHER " INDEX-VOUCHER
           ELSE
           IF INDEX-PAGES NOT NUMERIC
               OR INDEX-PAGES = ZEROES
               ADD 1 TO REJECTED-COUNT
               DISPLAY "INDEX LINE REJECTED - NO PAGE COUNT"
                       " FOR DOCUMENT " INDEX-DOC-ID
           ELSE
               PERFORM CHECK-THE-VOUCHER
               PERFORM STORE-THE-IMAGE.

      *--------------------------------
      * The scanning clerk keys the
      * voucher number off the stamp on
      * the invoice - an archived
      * voucher is still a match.
      *--------------------------------
       CHECK-THE-VOUCHER.
           MOVE INDEX-VOUCHER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           MOVE "N" TO HISTORY-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE INDEX-VOUCHER TO VOUCHER-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               AND HISTORY-RECORD-FOUND = "N"
               ADD 1 TO NO-VOUCHER-COUNT
               DISPLAY "DOCUMENT " INDEX-DOC-ID " LOADED - VOUCHER "
                       INDEX-VOUCHER " IS NOT ON FILE".

       STORE-THE-IMAGE.
           MOVE INDEX-VOUCHER TO VIMG-VOUCHER.
           MOVE INDEX-DOC-ID TO VIMG-DOC-ID.
           PERFORM READ-VIMG-RECORD.
           MOVE INDEX-VOUCHER TO VIMG-VOUCHER.
           MOVE INDEX-DOC-ID TO VIMG-DOC-ID.
           MOVE INDEX-PAGES TO VIMG-PAGES.
           MOVE INDEX-SCAN-DATE TO VIMG-SCAN-DATE.
           MOVE INDEX-BATCH TO VIMG-BATCH.
           MOVE TODAY-DATE TO VIMG-LOAD-DATE.
           IF VIMG-RECORD-FOUND = "Y"
               PERFORM REWRITE-VIMG-RECORD
               ADD 1 TO REPLACED-COUNT
           ELSE
               PERFORM WRITE-VIMG-RECORD
               ADD 1 TO LOADED-COUNT.

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
           DISPLAY "DOCUMENTS LOADED:      " LOADED-COUNT.
           DISPLAY "DOCUMENTS REPLACED:    " REPLACED-COUNT.
           DISPLAY "INDEX LINES REJECTED:  " REJECTED-COUNT.
           DISPLAY "NO VOUCHER ON FILE:    " NO-VOUCHER-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-INDEX-RECORD.
           MOVE "N" TO INDEX-FILE-AT-END.
           READ IMAGE-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO INDEX-FILE-AT-END.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-VIMG-RECORD.
           MOVE "Y" TO VIMG-RECORD-FOUND.
           READ VOUCHER-IMAGE-FILE RECORD
               INVALID KEY
               MOVE "N" TO VIMG-RECORD-FOUND.

       WRITE-VIMG-RECORD.
           WRITE VOUCHER-IMAGE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING IMAGE INDEX RECORD".

       REWRITE-VIMG-RECORD.
           REWRITE VOUCHER-IMAGE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING IMAGE INDEX RECORD".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

      * a check is not on the live file,
      * and CHKAUD01 walks both files so
      * the number sequence still proves.
      *
      * The archive runs inside a batch
      * window (PLBWN01): no sign-ons and
      * no maintenance updates until it
      * finishes.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slchkh01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           COPY "slson01.cbl".

           COPY "slbws01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdchkh01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdson01.cbl".

           COPY "fdbws01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS               PIC X.

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-CUTOFF-DATE
               PERFORM OPEN-THE-BATCH-WINDOW
               PERFORM ARCHIVE-CLEARED-CHECKS
               PERFORM CLOSE-BATCH-WINDOW
               PERFORM DISPLAY-RUN-TOTALS.

       OPEN-THE-BATCH-WINDOW.
           MOVE "CHKARC01" TO BATCH-WINDOW-PROGRAM.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM OPEN-BATCH-WINDOW.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
           MOVE CHECK-SECOND-SIG      TO CHECK-HIST-SECOND-SIG.
           MOVE CHECK-NOTICE-DATE     TO CHECK-HIST-NOTICE-DATE.
           MOVE CHECK-NOTICE-RESPONSE TO CHECK-HIST-NOTICE-RESP.
           MOVE CHECK-ISSUED-BY       TO CHECK-HIST-ISSUED-BY.
           MOVE CHECK-CLEARED-BY      TO CHECK-HIST-CLEARED-BY.
           MOVE CHECK-RUN-FIRST       TO CHECK-HIST-RUN-FIRST.
           MOVE CHECK-PAID-BY-DEBIT   TO CHECK-HIST-PAID-BY-DEBIT.
           MOVE CHECK-PAID-BY-CARD    TO CHECK-HIST-PAID-BY-CARD.
           MOVE CHECK-CARD-STATUS     TO CHECK-HIST-CARD-STATUS.

       DISPLAY-RUN-TOTALS.
           MOVE ARCHIVED-DOLLARS TO PRINT-DOLLARS.
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

           COPY "plbwn01.cbl".

      * through years of settled history.
      * Unpaid vouchers are never archived,
      * regardless of age.
      *
      * The archive runs inside a batch
      * window (PLBWN01): no sign-ons and
      * no maintenance updates until it
      * finishes.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvouchh.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           COPY "slson01.cbl".

           COPY "slbws01.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdvouchh.cbl".

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
               PERFORM ARCHIVE-PAID-VOUCHERS
               PERFORM CLOSE-BATCH-WINDOW
               PERFORM DISPLAY-RUN-TOTALS.

       OPEN-THE-BATCH-WINDOW.
           MOVE "VCHARC01" TO BATCH-WINDOW-PROGRAM.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM OPEN-BATCH-WINDOW.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
           MOVE VOUCHER-FX-GAIN       TO VOUCHER-HIST-FX-GAIN.
           MOVE VOUCHER-RETAINAGE-PCT TO VOUCHER-HIST-RETAINAGE-PCT.
           MOVE VOUCHER-RETAINED-AMT  TO VOUCHER-HIST-RETAINED-AMT.
           MOVE VOUCHER-APPROVED-BY   TO VOUCHER-HIST-APPROVED-BY.
           MOVE VOUCHER-APPROVED-DATE TO VOUCHER-HIST-APPROVED-DATE.
           MOVE VOUCHER-WHT-TYPE      TO VOUCHER-HIST-WHT-TYPE.
           MOVE VOUCHER-CONTRACT      TO VOUCHER-HIST-CONTRACT.
           MOVE VOUCHER-VERIFY-STATUS TO VOUCHER-HIST-VERIFY-STATUS.
           MOVE VOUCHER-VERIFIED-BY   TO VOUCHER-HIST-VERIFIED-BY.

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

           COPY "plbwn01.cbl".

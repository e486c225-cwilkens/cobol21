       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCMNT01.
      *------------------------------------
      * Add, Change, Look Up and List for
      * the expense allocation templates -
      * the standing splits of a bill
      * across GL expense accounts by
      * percent.
      *
      * The lines are re-keyed whole on a
      * change and must add up to exactly
      * 100 percent before the template
      * is saved. Vouchers already split
      * by a template keep their lines
      * when it is changed - only new
      * vouchers see the new split.
      *
      * A template is never deleted -
      * recurring templates and staged
      * import lines may still name it -
      * so one no longer used is made
      * Inactive, and VCHMNT01, VCHIMP01,
      * VCHREL01 and RCRVCH01 refuse it.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slalc01.cbl".

           COPY "slcoa01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdalc01.cbl".

           COPY "fdcoa01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  ALLOC-RECORD-FOUND          PIC X.
       77  COA-RECORD-FOUND            PIC X.
       77  ALLOC-FILE-AT-END           PIC X.
       77  LINES-DONE                  PIC X.
       77  LINE-SUB                    PIC 99.
       77  LISTED-COUNT                PIC 9(4).
       77  PERCENT-ENTRY               PIC 999.99.
       77  PERCENT-FIELD               PIC ZZ9.99.
       77  PERCENT-TOTAL               PIC 9(5)V99.
       77  PERCENT-TOTAL-FIELD         PIC ZZ,ZZ9.99.

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
           OPEN I-O ALLOCATION-FILE.
           OPEN INPUT COA-FILE.

       CLOSING-PROCEDURE.
           CLOSE ALLOCATION-FILE.
           CLOSE COA-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-FUNCTION
               UNTIL MENU-PICK = 0.

       DO-ONE-FUNCTION.
           IF MENU-PICK = 1
               PERFORM MAINTAIN-TEMPLATES
           ELSE
           IF MENU-PICK = 2
               PERFORM LOOK-UP-TEMPLATES
           ELSE
           IF MENU-PICK = 3
               PERFORM LIST-THE-TEMPLATES.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    EXPENSE ALLOCATION TEMPLATES".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  ADD OR CHANGE A TEMPLATE".
           DISPLAY "          2.  LOOK UP A TEMPLATE".
           DISPLAY "          3.  LIST THE TEMPLATES".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * 1. ADD OR CHANGE - a code not
      * on file is added, one on file
      * is keyed over. Spaces end the
      * batch.
      *--------------------------------
       MAINTAIN-TEMPLATES.
           PERFORM GET-ALLOC-CODE.
           PERFORM MAINTAIN-ONE-TEMPLATE
               UNTIL ALLOC-CODE = SPACE.

       GET-ALLOC-CODE.
           DISPLAY "TEMPLATE CODE (SPACES TO STOP)?".
           MOVE SPACE TO ALLOCATION-RECORD.
           ACCEPT ALLOC-CODE.
           INSPECT ALLOC-CODE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF ALLOC-CODE NOT = SPACE
               PERFORM READ-ALLOCATION-RECORD.

       MAINTAIN-ONE-TEMPLATE.
           IF ALLOC-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-TEMPLATE
           ELSE
               MOVE "A" TO ALLOC-STATUS.
           PERFORM ENTER-ALLOC-DESCRIPTION.
           PERFORM ENTER-ALLOC-LINES.
           PERFORM ENTER-ALLOC-STATUS.
           IF ALLOC-RECORD-FOUND = "Y"
               PERFORM REWRITE-ALLOCATION-RECORD
           ELSE
               PERFORM WRITE-ALLOCATION-RECORD.
           PERFORM GET-ALLOC-CODE.

       ENTER-ALLOC-DESCRIPTION.
           PERFORM ACCEPT-ALLOC-DESCRIPTION.
           PERFORM RE-ACCEPT-ALLOC-DESCRIPTION
               UNTIL ALLOC-DESCRIPTION NOT = SPACE.

       ACCEPT-ALLOC-DESCRIPTION.
           DISPLAY "DESCRIPTION?".
           ACCEPT ALLOC-DESCRIPTION.
           INSPECT ALLOC-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ALLOC-DESCRIPTION.
           DISPLAY "A DESCRIPTION MUST BE ENTERED".
           PERFORM ACCEPT-ALLOC-DESCRIPTION.

      *------------------------------------
      * Lines go in one account at a time,
      * a blank account ending the list;
      * at least one is needed. The whole
      * set is keyed again until the
      * percents total exactly 100.
      *------------------------------------
       ENTER-ALLOC-LINES.
           PERFORM ENTER-ALL-ALLOC-LINES.
           PERFORM RE-ENTER-ALLOC-LINES
               UNTIL PERCENT-TOTAL = 100.

       RE-ENTER-ALLOC-LINES.
           MOVE PERCENT-TOTAL TO PERCENT-TOTAL-FIELD.
           DISPLAY "THE LINES TOTAL " PERCENT-TOTAL-FIELD
                   "% - THEY MUST TOTAL 100.00%".
           DISPLAY "RE-ENTER THE LINES".
           PERFORM ENTER-ALL-ALLOC-LINES.

       ENTER-ALL-ALLOC-LINES.
           PERFORM CLEAR-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 20.
           MOVE ZEROES TO ALLOC-LINE-COUNT PERCENT-TOTAL.
           MOVE "N" TO LINES-DONE.
           PERFORM ENTER-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 20
                   OR LINES-DONE = "Y".

       CLEAR-ONE-LINE.
           MOVE SPACE TO ALLOC-GL-ACCT (LINE-SUB).
           MOVE ZEROES TO ALLOC-PCT (LINE-SUB).

       ENTER-ONE-LINE.
           PERFORM ACCEPT-LINE-ACCOUNT.
           PERFORM RE-ACCEPT-LINE-ACCOUNT
               UNTIL (ALLOC-GL-ACCT (LINE-SUB) = SPACE
                      AND LINE-SUB > 1)
                  OR COA-RECORD-FOUND = "Y".
           IF ALLOC-GL-ACCT (LINE-SUB) = SPACE
               MOVE "Y" TO LINES-DONE
           ELSE
               PERFORM ENTER-LINE-PERCENT
               MOVE LINE-SUB TO ALLOC-LINE-COUNT
               ADD ALLOC-PCT (LINE-SUB) TO PERCENT-TOTAL.

       ACCEPT-LINE-ACCOUNT.
           DISPLAY "LINE " LINE-SUB
                   " - GL EXPENSE ACCOUNT (BLANK TO END)?".
           ACCEPT ALLOC-GL-ACCT (LINE-SUB).
           INSPECT ALLOC-GL-ACCT (LINE-SUB)
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE ALLOC-GL-ACCT (LINE-SUB) TO COA-ACCOUNT.
           PERFORM CHECK-THE-ACCOUNT.

       RE-ACCEPT-LINE-ACCOUNT.
           IF ALLOC-GL-ACCT (LINE-SUB) = SPACE
               DISPLAY "AT LEAST ONE LINE IS NEEDED"
           ELSE
               DISPLAY "THAT ACCOUNT IS NOT ON THE CHART OF"
               DISPLAY "ACCOUNTS (OR IS INACTIVE)".
           PERFORM ACCEPT-LINE-ACCOUNT.

       CHECK-THE-ACCOUNT.
           MOVE "N" TO COA-RECORD-FOUND.
           IF COA-ACCOUNT NOT = SPACE
               PERFORM READ-COA-RECORD
               IF COA-RECORD-FOUND = "Y" AND COA-IS-INACTIVE
                   MOVE "N" TO COA-RECORD-FOUND.

       ENTER-LINE-PERCENT.
           PERFORM ACCEPT-LINE-PERCENT.
           PERFORM RE-ACCEPT-LINE-PERCENT
               UNTIL ALLOC-PCT (LINE-SUB) NOT = ZEROES
                   AND ALLOC-PCT (LINE-SUB) NOT > 100.

       ACCEPT-LINE-PERCENT.
           DISPLAY "LINE " LINE-SUB " - PERCENT OF THE INVOICE?".
           ACCEPT PERCENT-ENTRY.
           MOVE PERCENT-ENTRY TO ALLOC-PCT (LINE-SUB).

       RE-ACCEPT-LINE-PERCENT.
           DISPLAY "THE PERCENT MUST BE OVER 0 AND NOT OVER 100".
           PERFORM ACCEPT-LINE-PERCENT.

       ENTER-ALLOC-STATUS.
           PERFORM ACCEPT-ALLOC-STATUS.
           PERFORM RE-ACCEPT-ALLOC-STATUS
               UNTIL ALLOC-IS-ACTIVE OR ALLOC-IS-INACTIVE.

       ACCEPT-ALLOC-STATUS.
           DISPLAY "STATUS - A(CTIVE) OR I(NACTIVE)?".
           ACCEPT ALLOC-STATUS.
           INSPECT ALLOC-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-ALLOC-STATUS.
           DISPLAY "YOU MUST ENTER A OR I".
           PERFORM ACCEPT-ALLOC-STATUS.

       DISPLAY-THE-TEMPLATE.
           DISPLAY "NOW: " ALLOC-CODE " " ALLOC-DESCRIPTION
                   " " ALLOC-STATUS.
           PERFORM DISPLAY-ONE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > ALLOC-LINE-COUNT.

       DISPLAY-ONE-LINE.
           MOVE ALLOC-PCT (LINE-SUB) TO PERCENT-FIELD.
           DISPLAY "     " LINE-SUB " " ALLOC-GL-ACCT (LINE-SUB)
                   " " PERCENT-FIELD "%".

      *--------------------------------
      * 2. LOOK UP - one template with
      * its lines.
      *--------------------------------
       LOOK-UP-TEMPLATES.
           PERFORM GET-ALLOC-CODE.
           PERFORM LOOK-UP-ONE-TEMPLATE
               UNTIL ALLOC-CODE = SPACE.

       LOOK-UP-ONE-TEMPLATE.
           IF ALLOC-RECORD-FOUND = "Y"
               PERFORM DISPLAY-THE-TEMPLATE
           ELSE
               DISPLAY "TEMPLATE NOT ON FILE".
           PERFORM GET-ALLOC-CODE.

      *--------------------------------
      * 3. LIST
      *--------------------------------
       LIST-THE-TEMPLATES.
           MOVE ZEROES TO LISTED-COUNT.
           DISPLAY "CODE   DESCRIPTION                    LINES S".
           PERFORM READ-FIRST-ALLOCATION.
           PERFORM LIST-ONE-TEMPLATE
               UNTIL ALLOC-FILE-AT-END = "Y".
           IF LISTED-COUNT = ZEROES
               DISPLAY "NO TEMPLATES ARE ON FILE".

       LIST-ONE-TEMPLATE.
           ADD 1 TO LISTED-COUNT.
           DISPLAY ALLOC-CODE " " ALLOC-DESCRIPTION " "
                   ALLOC-LINE-COUNT "    " ALLOC-STATUS.
           PERFORM READ-NEXT-ALLOCATION.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-ALLOCATION-RECORD.
           MOVE "Y" TO ALLOC-RECORD-FOUND.
           READ ALLOCATION-FILE RECORD
               INVALID KEY
               MOVE "N" TO ALLOC-RECORD-FOUND.

       WRITE-ALLOCATION-RECORD.
           WRITE ALLOCATION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING TEMPLATE RECORD".

       REWRITE-ALLOCATION-RECORD.
           REWRITE ALLOCATION-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TEMPLATE RECORD".

       READ-FIRST-ALLOCATION.
           MOVE SPACE TO ALLOC-CODE.
           MOVE "N" TO ALLOC-FILE-AT-END.
           START ALLOCATION-FILE
               KEY NOT < ALLOC-CODE
               INVALID KEY
               MOVE "Y" TO ALLOC-FILE-AT-END.
           IF ALLOC-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ALLOCATION.

       READ-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ALLOC-FILE-AT-END.

       READ-COA-RECORD.
           MOVE "Y" TO COA-RECORD-FOUND.
           READ COA-FILE RECORD
               INVALID KEY
               MOVE "N" TO COA-RECORD-FOUND.

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

      * per step: program name then
      * description); when that file is
      * absent or empty the standard
      * nightly steps run: VCHARC01,
      * COBSHL04, POSPAY01, GLEXP01, the
      * COBDMP01 backup dump, ZPROOF01
      * and the PSTEXP01 vendor payment-
      * status extract.
      *
      * One RUN-CONTROL-RECORD per step
      * ("runctl") carries started/ended
      * the completed steps are skipped
      * and the run picks up at the one
      * that failed.
      *
      * The whole sequence runs inside a
      * batch window (PLBWN01): APMENU01
      * takes no new sign-ons and the
      * maintenance programs refuse
      * updates while it is open. The
      * window comes off only when the
      * sequence completes clean - a
      * halted run leaves it on, so
      * nobody keys against half-processed
      * files, until the resumed run
      * finishes (or a supervisor clears
      * it in SYSWIN01).
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUN-STEP
               ACCESS MODE IS DYNAMIC.

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           COPY "slson01.cbl".

           COPY "slbws01.cbl".

       DATA DIVISION.
       FILE SECTION.

           05  RUN-END-DATE             PIC 9(8).
           05  RUN-END-TIME             PIC 9(6).

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

           COPY "fdson01.cbl".

           COPY "fdbws01.cbl".

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS             PIC X.

           COPY "wscase01.cbl".

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM MAIN-PROCESS.
       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM OPEN-THE-BATCH-WINDOW
               PERFORM SET-UP-THE-RUN
               PERFORM RUN-THE-SEQUENCE.

       OPEN-THE-BATCH-WINDOW.
           MOVE "BATDRV01" TO BATCH-WINDOW-PROGRAM.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM OPEN-BATCH-WINDOW.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
      *--------------------------------
      * A fresh run control: the steps
      * file when it has lines, the
      * standard nightly steps when it
      * does not.
      *--------------------------------
       BUILD-FRESH-RUN-CONTROL.
           MOVE "zproof01" TO RUN-PROGRAM.
           MOVE "ZERO-PROOF BALANCING" TO RUN-DESCRIPTION.
           PERFORM INIT-AND-WRITE-STEP.
           MOVE 7 TO RUN-STEP.
           MOVE "pstexp01" TO RUN-PROGRAM.
           MOVE "VENDOR PAYMENT STATUS EXTRACT" TO RUN-DESCRIPTION.
           PERFORM INIT-AND-WRITE-STEP.
           MOVE 7 TO STEP-COUNT.

       INIT-AND-WRITE-STEP.
           MOVE "P" TO RUN-STATUS.
           IF SEQUENCE-FAILED = "Y"
               DISPLAY "SEQUENCE HALTED - FIX THE FAILED STEP AND"
               DISPLAY "START BATDRV01 AGAIN TO RESUME"
               DISPLAY "THE BATCH WINDOW STAYS OPEN UNTIL THEN"
           ELSE
               DISPLAY "NIGHTLY SEQUENCE COMPLETE"
               PERFORM CLOSE-BATCH-WINDOW.

       RUN-ALL-STEPS.
           IF RUN-STEP-GOOD
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING RUN CONTROL RECORD".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

           COPY "plbwn01.cbl".

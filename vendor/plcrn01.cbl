      *--------------------------------------------------------
      * PLCRN01.CBL
      * Check run release test. The program must COPY
      * slcrn01/fdcrn01 (and OPEN the file) and WSCRN01.
      *
      * USAGE:
      *  With a CHECK-RECORD in hand,
      *  PERFORM CHECK-THE-CHECK-RUN.
      *      CHECK-RUN-HELD comes back "Y" when the check was
      *      cut by a VCHPAY02 run that has not been released
      *      in CHKRUN01 (pending, rejected, or - failing
      *      safe - with no run record at all), and "N" when
      *      it may go out. A voided check, or one cut outside
      *      a check run (manual, wire, reissue, or before the
      *      release gate), is never held.
      *
      *  PERFORM NOTE-A-HELD-CHECK.
      *      Counts the held check in HELD-CHECK-COUNT and
      *      names its run on the screen the first time the
      *      run is met. Zero HELD-CHECK-COUNT and
      *      HELD-RUN-FIRST before the scan.
      *--------------------------------------------------------

       CHECK-THE-CHECK-RUN.
           MOVE "N" TO CHECK-RUN-HELD.
           IF CHECK-RUN-FIRST NOT = ZEROES
                   AND NOT CHECK-IS-VOIDED
               MOVE CHECK-ACCOUNT TO CRN-ACCOUNT
               MOVE CHECK-RUN-FIRST TO CRN-FIRST-CHECK
               PERFORM READ-CHECK-RUN-RECORD
               IF CHECK-RUN-RECORD-FOUND = "N"
                   MOVE "Y" TO CHECK-RUN-HELD
               ELSE
               IF NOT CRN-IS-RELEASED
                   MOVE "Y" TO CHECK-RUN-HELD.

       NOTE-A-HELD-CHECK.
           ADD 1 TO HELD-CHECK-COUNT.
           IF CHECK-ACCOUNT NOT = HELD-RUN-ACCOUNT
                   OR CHECK-RUN-FIRST NOT = HELD-RUN-FIRST
               MOVE CHECK-ACCOUNT TO HELD-RUN-ACCOUNT
               MOVE CHECK-RUN-FIRST TO HELD-RUN-FIRST
               PERFORM SHOW-THE-HELD-RUN.

       SHOW-THE-HELD-RUN.
           IF CHECK-RUN-RECORD-FOUND = "N"
               DISPLAY "CHECK RUN " HELD-RUN-FIRST
                       " ON ACCOUNT " HELD-RUN-ACCOUNT
                       " IS NOT ON THE RUN FILE"
           ELSE
           IF CRN-IS-REJECTED
               DISPLAY "CHECK RUN " HELD-RUN-FIRST
                       " ON ACCOUNT " HELD-RUN-ACCOUNT
                       " WAS REJECTED - VOID ITS CHECKS"
           ELSE
               DISPLAY "CHECK RUN " HELD-RUN-FIRST
                       " ON ACCOUNT " HELD-RUN-ACCOUNT
                       " IS PENDING RELEASE IN CHKRUN01".

       READ-CHECK-RUN-RECORD.
           MOVE "Y" TO CHECK-RUN-RECORD-FOUND.
           READ CHECK-RUN-FILE RECORD
               INVALID KEY
               MOVE "N" TO CHECK-RUN-RECORD-FOUND.

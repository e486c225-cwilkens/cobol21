      *             fields still set).
      *   Closing:  CLOSE RECORD-LOCK-FILE
      *
      * Relies on the signed-on session fields (PLSESS01),
      * and on the batch window (SLSYS01, FDSYS01, WSSYS01
      * and PLSYS01 copied beside the lock files): no lock
      * is given while a batch window is open, so nothing
      * is changed or deleted until the batch has finished.
      * An operator's own leftover lock - a session that
      * crashed and signed back on - is simply retaken.
      *--------------------------------------------------------

       TAKE-RECORD-LOCK.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "Y"
               MOVE "N" TO LOCK-IS-TAKEN
           ELSE
               PERFORM TAKE-THE-RECORD-LOCK.

       TAKE-THE-RECORD-LOCK.
           MOVE LOCK-FILE-CODE-WANTED TO LOCK-FILE-CODE.
           MOVE LOCK-RECORD-ID-WANTED TO LOCK-RECORD-ID.
           MOVE "Y" TO LOCK-RECORD-FOUND.

      *-----------------------------------
      * procedures copy file for the
      * batch window (FDSYS01).
      *
      * USAGE:
      *  PERFORM GET-SYSTEM-STATUS.
      *  reads the status record and
      *  returns BATCH-WINDOW-IS-OPEN
      *  "Y" or "N", with the window's
      *  start in BATCH-WINDOW-SINCE.
      *
      *  PERFORM CHECK-BATCH-WINDOW.
      *  just before an online program
      *  updates anything - or at
      *  PROGRAM-BEGIN, before the opens,
      *  for one that updates from start
      *  to finish: returns
      *  BATCH-WINDOW-REFUSES
      *  "Y" - the message already
      *  shown - while a window is open,
      *  unless the session is a
      *  supervisor's override sign-on.
      *  Needs PLSESS01 and the signed-
      *  on operator already fetched.
      *
      * The file is read fresh every
      * time, so a window that opens
      * after the program started is
      * still seen.
      *-----------------------------------
       GET-SYSTEM-STATUS.
           OPEN INPUT SYSTEM-STATUS-FILE.
           MOVE "N" TO SYSTEM-STATUS-AT-END.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SYSTEM-STATUS-AT-END.
           CLOSE SYSTEM-STATUS-FILE.
           IF SYSTEM-STATUS-AT-END = "Y"
               MOVE SPACE TO SYSTEM-STATUS-RECORD
               MOVE ZEROES TO SYSTEM-BATCH-START-DATE
                              SYSTEM-BATCH-START-TIME
                              SYSTEM-BATCH-END-DATE
                              SYSTEM-BATCH-END-TIME
                              SYSTEM-BATCH-SESSIONS.
           IF SYSTEM-BATCH-IN-PROGRESS
               MOVE "Y" TO BATCH-WINDOW-IS-OPEN
           ELSE
               MOVE "N" TO BATCH-WINDOW-IS-OPEN.
           MOVE SYSTEM-BATCH-START-DATE (5:2) TO BATCH-SINCE-MONTH.
           MOVE SYSTEM-BATCH-START-DATE (7:2) TO BATCH-SINCE-DAY.
           MOVE SYSTEM-BATCH-START-DATE (1:4) TO BATCH-SINCE-YEAR.
           MOVE SYSTEM-BATCH-START-TIME (1:2) TO BATCH-SINCE-HOUR.
           MOVE SYSTEM-BATCH-START-TIME (3:2) TO BATCH-SINCE-MIN.

       CHECK-BATCH-WINDOW.
           PERFORM GET-SYSTEM-STATUS.
           MOVE "N" TO BATCH-WINDOW-REFUSES.
           IF BATCH-WINDOW-IS-OPEN = "Y"
                   AND SIGNED-ON-OVERRIDE NOT = "Y"
               MOVE "Y" TO BATCH-WINDOW-REFUSES
               DISPLAY "NO UPDATES - BATCH PROCESSING ("
                       SYSTEM-BATCH-PROGRAM ") HAS HAD THE"
               DISPLAY "FILES SINCE " BATCH-WINDOW-SINCE
                       ". TRY AGAIN WHEN IT FINISHES.".

       WRITE-SYSTEM-STATUS.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

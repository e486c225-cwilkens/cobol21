      *--------------------------------------------------------
      * PLBWN01.CBL
      * Batch window routines, for BATDRV01 and the long-
      * running utilities that must have the files to
      * themselves:
      *
      *   FILE-CONTROL:    COPY "slsys01.cbl", "slson01.cbl"
      *                    and "slbws01.cbl".
      *   FILE SECTION:    COPY "fdsys01.cbl", "fdson01.cbl"
      *                    and "fdbws01.cbl".
      *   WORKING-STORAGE: COPY "wssys01.cbl".
      *   Opening:  MOVE the program's own name to
      *             BATCH-WINDOW-PROGRAM, PERFORM
      *             GET-SIGNED-ON-OPERATOR and then
      *             OPEN-BATCH-WINDOW.
      *   At a clean finish: PERFORM CLOSE-BATCH-WINDOW.
      *
      * Needs PLSYS01 and PLSESS01 in the same program.
      *
      * A window already open for another program (a
      * utility CALLed as a BATDRV01 step) is left as it
      * is, and the utility does not close it either - the
      * program that opened the window closes it. A program
      * finding its own window still open (a run that
      * halted, now resumed) takes it back over.
      *--------------------------------------------------------

       OPEN-BATCH-WINDOW.
           PERFORM GET-SYSTEM-STATUS.
           IF BATCH-WINDOW-IS-OPEN = "N"
               PERFORM START-THE-BATCH-WINDOW
           ELSE
           IF SYSTEM-BATCH-PROGRAM = BATCH-WINDOW-PROGRAM
               MOVE "Y" TO BATCH-WINDOW-OWNED
               DISPLAY "BATCH WINDOW STILL OPEN FROM "
                       BATCH-WINDOW-SINCE " - CARRYING ON"
           ELSE
               MOVE "N" TO BATCH-WINDOW-OWNED
               DISPLAY "RUNNING INSIDE THE BATCH WINDOW "
                       SYSTEM-BATCH-PROGRAM " OPENED "
                       BATCH-WINDOW-SINCE.

      *--------------------------------
      * Who was signed on as the
      * window shut goes on the window
      * session file for BWNRPT01,
      * before the status record says
      * the window is open.
      *--------------------------------
       START-THE-BATCH-WINDOW.
           MOVE "Y" TO BATCH-WINDOW-OWNED.
           MOVE SPACE TO SYSTEM-STATUS-RECORD.
           MOVE "B" TO SYSTEM-BATCH-FLAG.
           MOVE BATCH-WINDOW-PROGRAM TO SYSTEM-BATCH-PROGRAM.
           MOVE SIGNED-ON-OPERATOR TO SYSTEM-BATCH-OPERATOR.
           ACCEPT SYSTEM-BATCH-START-DATE FROM DATE YYYYMMDD.
           ACCEPT SYSTEM-BATCH-START-TIME FROM TIME.
           MOVE ZEROES TO SYSTEM-BATCH-END-DATE
                          SYSTEM-BATCH-END-TIME.
           PERFORM SAVE-THE-WINDOW-SESSIONS.
           MOVE BATCH-WINDOW-COUNT TO SYSTEM-BATCH-SESSIONS.
           PERFORM WRITE-SYSTEM-STATUS.
           PERFORM GET-SYSTEM-STATUS.
           DISPLAY "BATCH WINDOW OPEN - SIGN-ONS AND UPDATES".
           DISPLAY "ARE SHUT OFF UNTIL " BATCH-WINDOW-PROGRAM
                   " FINISHES".
           IF BATCH-WINDOW-COUNT NOT = ZEROES
               DISPLAY BATCH-WINDOW-COUNT
                       " OPERATOR(S) WERE SIGNED ON - SEE BWNRPT01".

       SAVE-THE-WINDOW-SESSIONS.
           MOVE ZEROES TO BATCH-WINDOW-COUNT.
           OPEN OUTPUT WINDOW-SESSION-FILE.
           OPEN INPUT SIGNED-ON-FILE.
           PERFORM READ-FIRST-SIGNED-ON.
           PERFORM SAVE-ONE-WINDOW-SESSION
               UNTIL SIGNED-ON-AT-END = "Y".
           CLOSE SIGNED-ON-FILE.
           CLOSE WINDOW-SESSION-FILE.

       SAVE-ONE-WINDOW-SESSION.
           MOVE SPACE TO WINDOW-SESSION-RECORD.
           MOVE SON-OPERATOR-ID TO WINDOW-SESSION-ID.
           MOVE SON-OPERATOR-NAME TO WINDOW-SESSION-NAME.
           MOVE SON-SIGNON-DATE TO WINDOW-SESSION-DATE.
           MOVE SON-SIGNON-TIME TO WINDOW-SESSION-TIME.
           MOVE SON-COMPANY-CODE TO WINDOW-SESSION-CO-CODE.
           MOVE SON-OVERRIDE TO WINDOW-SESSION-OVERRIDE.
           WRITE WINDOW-SESSION-RECORD.
           ADD 1 TO BATCH-WINDOW-COUNT.
           PERFORM READ-NEXT-SIGNED-ON.

       READ-FIRST-SIGNED-ON.
           MOVE LOW-VALUES TO SON-OPERATOR-ID.
           MOVE "N" TO SIGNED-ON-AT-END.
           START SIGNED-ON-FILE
               KEY NOT < SON-OPERATOR-ID
               INVALID KEY
               MOVE "Y" TO SIGNED-ON-AT-END.
           IF SIGNED-ON-AT-END NOT = "Y"
               PERFORM READ-NEXT-SIGNED-ON.

       READ-NEXT-SIGNED-ON.
           MOVE "N" TO SIGNED-ON-AT-END.
           READ SIGNED-ON-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SIGNED-ON-AT-END.

      *--------------------------------
      * Only the program that opened
      * the window closes it. Read
      * fresh first - a supervisor may
      * have cleared it meanwhile.
      *--------------------------------
       CLOSE-BATCH-WINDOW.
           IF BATCH-WINDOW-OWNED = "Y"
               PERFORM GET-SYSTEM-STATUS
               PERFORM END-THE-BATCH-WINDOW.

       END-THE-BATCH-WINDOW.
           IF BATCH-WINDOW-IS-OPEN = "Y"
               MOVE "N" TO SYSTEM-BATCH-FLAG
               ACCEPT SYSTEM-BATCH-END-DATE FROM DATE YYYYMMDD
               ACCEPT SYSTEM-BATCH-END-TIME FROM TIME
               PERFORM WRITE-SYSTEM-STATUS
               MOVE "N" TO BATCH-WINDOW-OWNED
               DISPLAY "BATCH WINDOW CLOSED - SIGN-ONS AND UPDATES"
               DISPLAY "ARE OPEN AGAIN".

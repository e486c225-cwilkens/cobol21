      *             PERFORM NOTE-THE-EXPORT-RUN
      *   Closing:  CLOSE both files
      *
      * A general ledger feed also identifies its lines so
      * the GL's acknowledgment (GLACK01) can be matched back:
      *   Before the first line:
      *             PERFORM STAMP-THE-EXPORT-RUN
      *   Each line written:
      *             ADD 1 TO EXPORT-LINE-NUMBER and carry
      *             EXPORT-PROGRAM-NAME, EXPORT-RUN-DATE,
      *             EXPORT-RUN-TIME and EXPORT-LINE-NUMBER in
      *             the line's batch trailer
      * The run is then logged under that same date and time.
      * A feed with no bookmark (ACREXP01, GRNEXP01, PPDAMR01,
      * REBRPT01) opens only the log and PERFORMs
      * WRITE-EXPORT-LOG-RECORD.
      *
      * Relies on the program's FROM-DATE and THRU-DATE range
      * fields, the signed-on session fields (PLSESS01) and
      * the date routines (PLDATE01), all of which every
           PERFORM SAVE-EXPORT-BOOKMARK.

       WRITE-EXPORT-LOG-RECORD.
           IF EXPORT-RUN-DATE = ZEROES
               PERFORM STAMP-THE-EXPORT-RUN.
           MOVE EXPORT-PROGRAM-NAME TO EXPLOG-PROGRAM.
           MOVE EXPORT-RUN-DATE TO EXPLOG-DATE.
           MOVE EXPORT-RUN-TIME TO EXPLOG-TIME.
           MOVE FROM-DATE TO EXPLOG-FROM-DATE.
           MOVE THRU-DATE TO EXPLOG-THRU-DATE.
           MOVE EXPORT-SENT-COUNT TO EXPLOG-RECORD-COUNT.
               MOVE "Y" TO EXPLOG-UNATTENDED
           ELSE
               MOVE "N" TO EXPLOG-UNATTENDED.
           MOVE EXPORT-LINE-NUMBER TO EXPLOG-LINE-COUNT.
           MOVE ZEROES TO EXPLOG-ACK-DATE
                          EXPLOG-ACCEPTED-COUNT
                          EXPLOG-REJECTED-COUNT.
           WRITE EXPORT-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EXPORT LOG RECORD".

      *--------------------------------
      * The run's log key, taken when
      * the run starts so the lines of
      * a GL feed can carry it.
      *--------------------------------
       STAMP-THE-EXPORT-RUN.
           ACCEPT EXPORT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EXPORT-RUN-TIME FROM TIME.
           MOVE ZEROES TO EXPORT-LINE-NUMBER.

       SAVE-EXPORT-BOOKMARK.
           IF THRU-DATE > EXPORT-BOOKMARK-DATE
               MOVE EXPORT-PROGRAM-NAME TO EXPORT-PROGRAM

      * dollars, who ran it and whether a resend override was
      * used - so "did Tuesday's positive pay really go" is a
      * lookup, not an argument.
      *
      * A run that feeds the general ledger (GLEXP01, ACREXP01,
      * GRNEXP01, and GLCOR01's corrections) stamps every line
      * it writes with its program, the run date and time of
      * this log key and a line number, and EXPLOG-LINE-COUNT
      * says how many lines went. GLACK01 reads the GL's
      * acknowledgment of the run back in and fills in how
      * many lines the GL accepted and rejected and the date
      * the acknowledgment came in - a run with no
      * acknowledgment date has not been heard back from.
      *--------------------------------------------------------
       FD  EXPORT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
               88  EXPLOG-WAS-OVERRIDE  VALUE "Y".
           05  EXPLOG-UNATTENDED        PIC X.
               88  EXPLOG-RAN-UNATTENDED VALUE "Y".
           05  EXPLOG-LINE-COUNT        PIC 9(5).
           05  EXPLOG-ACK-DATE          PIC 9(8).
           05  EXPLOG-ACCEPTED-COUNT    PIC 9(5).
           05  EXPLOG-REJECTED-COUNT    PIC 9(5).

      * each successful sign-on. Read through the
      * GET-SIGNED-ON-OPERATOR routine in PLSESS01.CBL, which
      * also needs the fields in WSSESS01.CBL.
      * SESSION-BATCH-OVERRIDE = "Y" when a level-9 supervisor
      * signed on through an open batch window (FDSYS01) -
      * the maintenance programs then let that session update.
      *--------------------------------------------------------
       FD  SESSION-FILE
           LABEL RECORDS ARE OMITTED.
           05  SESSION-COMPANY-CODE     PIC 9(2).
           05  FILLER                   PIC X(1).
           05  SESSION-COMPANY-NAME     PIC X(30).
           05  FILLER                   PIC X(1).
           05  SESSION-BATCH-OVERRIDE   PIC X.

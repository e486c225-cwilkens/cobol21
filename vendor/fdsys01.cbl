      *--------------------------------------------------------
      * FDSYS01.CBL
      * Use with FILE SECTION to define the system status
      * file descriptor. One record, rewritten whole.
      *
      * SYSTEM-BATCH-FLAG = "B" while a batch window is open:
      *   BATDRV01, or one of the long-running utilities run
      *   on its own (VCHARC01, CHKARC01, YREND01), is working
      *   the files. SYSTEM-BATCH-PROGRAM, -OPERATOR and
      *   -START-DATE/-TIME say which, who and since when.
      *   While it is set APMENU01 takes no new sign-ons and
      *   the maintenance programs refuse updates (PLSYS01),
      *   unless a level-9 supervisor signed on with the
      *   override.
      * The window comes off when the program that opened it
      *   completes - BATDRV01 only once the whole sequence
      *   has run clean, so a halted sequence keeps the
      *   system shut until it is resumed and finishes.
      *   SYSTEM-BATCH-END-DATE/-TIME then record the finish.
      *   A window stranded by a crashed run is cleared by a
      *   supervisor in SYSWIN01, whose ID goes in
      *   SYSTEM-BATCH-CLEARED-BY.
      * SYSTEM-BATCH-SESSIONS is how many operators were
      *   signed on when the window opened - BWNRPT01 lists
      *   them off the window session file (FDBWS01).
      *--------------------------------------------------------
       FD  SYSTEM-STATUS-FILE
           LABEL RECORDS ARE OMITTED.
       01  SYSTEM-STATUS-RECORD.
           05  SYSTEM-BATCH-FLAG        PIC X.
               88  SYSTEM-BATCH-IN-PROGRESS VALUE "B".
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-PROGRAM     PIC X(8).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-OPERATOR    PIC X(3).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-START-DATE  PIC 9(8).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-START-TIME  PIC 9(6).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-END-DATE    PIC 9(8).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-END-TIME    PIC 9(6).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-CLEARED-BY  PIC X(3).
           05  FILLER                   PIC X(1).
           05  SYSTEM-BATCH-SESSIONS    PIC 9(3).

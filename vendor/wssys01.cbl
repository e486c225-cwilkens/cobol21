      *--------------------------------------------
      * WSSYS01.CBL - working storage copy file
      * for the batch window. Used with PLSYS01
      * (and SLSYS01/FDSYS01), and with PLBWN01
      * in the programs that open a window.
      * BATCH-WINDOW-SINCE is the window's start
      * laid out for the operator's message.
      *--------------------------------------------
       77  SYSTEM-STATUS-AT-END  PIC X.
       77  BATCH-WINDOW-IS-OPEN  PIC X.
       77  BATCH-WINDOW-REFUSES  PIC X.
       77  BATCH-WINDOW-PROGRAM  PIC X(8).
       77  BATCH-WINDOW-OWNED    PIC X.
       77  BATCH-WINDOW-COUNT    PIC 9(3).
       77  SIGNED-ON-AT-END      PIC X.

       01  BATCH-WINDOW-SINCE.
           05  BATCH-SINCE-MONTH PIC 99.
           05  FILLER            PIC X VALUE "/".
           05  BATCH-SINCE-DAY   PIC 99.
           05  FILLER            PIC X VALUE "/".
           05  BATCH-SINCE-YEAR  PIC 9(4).
           05  FILLER            PIC X(4) VALUE " AT ".
           05  BATCH-SINCE-HOUR  PIC 99.
           05  FILLER            PIC X VALUE ":".
           05  BATCH-SINCE-MIN   PIC 99.

      *--------------------------------------------------------
      * FDBWS01.CBL
      * Use with FILE SECTION to define the batch window
      * session file descriptor. Written fresh each time a
      * batch window opens (PLBWN01): one line per record on
      * the signed-on operators file (FDSON01) at that
      * moment, for BWNRPT01 to report. Anyone on the list
      * may have had work half keyed when the window shut
      * the files to updates.
      *--------------------------------------------------------
       FD  WINDOW-SESSION-FILE
           LABEL RECORDS ARE OMITTED.
       01  WINDOW-SESSION-RECORD.
           05  WINDOW-SESSION-ID        PIC X(3).
           05  FILLER                   PIC X(1).
           05  WINDOW-SESSION-NAME      PIC X(30).
           05  FILLER                   PIC X(1).
           05  WINDOW-SESSION-DATE      PIC 9(8).
           05  FILLER                   PIC X(1).
           05  WINDOW-SESSION-TIME      PIC 9(6).
           05  FILLER                   PIC X(1).
           05  WINDOW-SESSION-CO-CODE   PIC 9(2).
           05  FILLER                   PIC X(1).
           05  WINDOW-SESSION-OVERRIDE  PIC X.

       77  EXPORT-OVERRIDE-ANSWER      PIC X.
       77  EXPORT-SENT-COUNT           PIC 9(5).
       77  EXPORT-SENT-TOTAL           PIC S9(9)V99.
       77  EXPORT-RUN-DATE             PIC 9(8) VALUE ZEROES.
       77  EXPORT-RUN-TIME             PIC 9(6) VALUE ZEROES.
       77  EXPORT-LINE-NUMBER          PIC 9(5) VALUE ZEROES.

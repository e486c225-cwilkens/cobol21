       77  SIGNED-ON-LEVEL       PIC 9.
       77  SIGNED-ON-COMPANY     PIC 9(2).
       77  SIGNED-ON-CO-NAME     PIC X(30).
       77  SIGNED-ON-OVERRIDE    PIC X.
       77  SESSION-FILE-AT-END   PIC X.


       FD  DUMP-VND-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUMP-VND-RECORD             PIC X(503).

       FD  DUMP-VCH-FILE
           LABEL RECORDS ARE STANDARD.

       FD  DUMP-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUMP-CTL-RECORD             PIC X(129).

       FD  DUMP-STT-FILE
           LABEL RECORDS ARE STANDARD.

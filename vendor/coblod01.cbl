
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
               DISPLAY "DUPLICATE KEY SKIPPED: " VENDOR-NUMBER.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "DUPLICATE KEY SKIPPED: " VOUCHER-NUMBER.
           WRITE VOUCHER-HISTORY-RECORD
               INVALID KEY
               DISPLAY "DUPLICATE KEY SKIPPED: " VOUCHER-HIST-NUMBER.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

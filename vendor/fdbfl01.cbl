      *--------------------------------------------------------
      * FDBFL01.CBL
      * Use with FILE SECTION to define the BAI2 load log
      * file descriptor.
      * Primary Key - BFL-KEY (BFL-SENDER + BFL-CREATE-DATE
      *   + BFL-CREATE-TIME + BFL-FILE-ID), the identity the
      *   bank puts on the 01 file header of every BAI2 file.
      *
      * One record per BAI2 file BAIIMP01 has loaded: when,
      * by whom, and the file's own control total and record
      * count off its 99 trailer. A file whose header is
      * already on the log is refused whole - the bank does
      * re-send files, and loading one twice would double
      * the transactions and clear every check again.
      *--------------------------------------------------------
       FD  BAI2-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BAI2-LOG-RECORD.
           05  BFL-KEY.
               10  BFL-SENDER              PIC X(15).
               10  BFL-CREATE-DATE         PIC 9(6).
               10  BFL-CREATE-TIME         PIC 9(4).
               10  BFL-FILE-ID             PIC X(10).
           05  BFL-LOADED-DATE             PIC 9(8).
           05  BFL-LOADED-BY               PIC X(3).
           05  BFL-CONTROL-TOTAL           PIC S9(13)V99.
           05  BFL-RECORD-COUNT            PIC 9(7).
           05  BFL-ACCOUNT-COUNT           PIC 9(5).

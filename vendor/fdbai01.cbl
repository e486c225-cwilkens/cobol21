      *--------------------------------------------------------
      * FDBAI01.CBL
      * Use with FILE SECTION to define the bank's BAI2
      * reporting file. Every line is comma-delimited and
      * ends in "/", the first field being the record code:
      *   01 file header      02 group header
      *   03 account ident.   16 transaction detail
      *   88 continuation     49 account trailer
      *   98 group trailer    99 file trailer
      * An 88 carries on the fields of the line before it.
      * Amounts are in cents with no decimal point; dates
      * are YYMMDD. BAIIMP01 is the only reader.
      *--------------------------------------------------------
       FD  BAI2-FILE
           LABEL RECORDS ARE OMITTED.
       01  BAI2-RECORD.
           05  BAI2-RECORD-CODE         PIC XX.
           05  FILLER                   PIC X(254).

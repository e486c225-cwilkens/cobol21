      *--------------------------------------------------------
      * FDZIP01.CBL
      * Use with FILE SECTION to define the ZIP prefix to
      * state reference file descriptor.
      * Primary Key - ZIP-PREFIX
      *
      * One record per three-digit ZIP prefix (the first
      * three digits of a ZIP code - the sectional center)
      * naming the state the prefix is assigned to. Loaded
      * by ZIPLOD01 from the postal prefix ranges and read
      * through the PLZIP01 routines to catch an address
      * whose ZIP does not belong to its state - the
      * returned check and the misfiled 1099 state total.
      *--------------------------------------------------------
       FD  ZIP-PREFIX-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZIP-PREFIX-RECORD.
           05  ZIP-PREFIX               PIC X(3).
           05  ZIP-STATE                PIC X(2).
           05  ZIP-LOAD-DATE            PIC 9(8).

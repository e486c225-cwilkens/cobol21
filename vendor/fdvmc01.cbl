      *--------------------------------------------------------
      * FDVMC01.CBL
      * Use with FILE SECTION to define the vendor mass-change
      * log file descriptor.
      * Primary Key - VMC-KEY
      *   (run number + vendor)
      *
      * VNDCHG01 changes one field - the terms code, the
      * category or the default expense account - on every
      * vendor picked by a selection, and writes one record
      * here for each vendor it touches with the before and
      * after values. All the records of one run share a run
      * number, so the run can be listed and, if it was a
      * mistake, put back as a whole from the same program.
      *
      * VMC-FIELD is the field changed: "T" terms code, "C"
      * category, "E" expense account. VMC-SELECTION is how
      * the vendors were picked, as it was keyed, for the
      * reviewer. VMC-REVERSED goes to "Y", with who and
      * when, once the old value is back on the vendor.
      *--------------------------------------------------------
       FD  VENDOR-MASS-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASS-CHANGE-RECORD.
           05  VMC-KEY.
               10  VMC-RUN              PIC 9(6).
               10  VMC-VENDOR           PIC 9(7).
           05  VMC-DATE                 PIC 9(8).
           05  VMC-OPERATOR             PIC X(3).
           05  VMC-FIELD                PIC X.
               88  VMC-FIELD-IS-TERMS   VALUE "T".
               88  VMC-FIELD-IS-CATEGORY
                                        VALUE "C".
               88  VMC-FIELD-IS-EXPENSE VALUE "E".
           05  VMC-SELECTION            PIC X(30).
           05  VMC-OLD-VALUE            PIC X(15).
           05  VMC-NEW-VALUE            PIC X(15).
           05  VMC-REVERSED             PIC X.
               88  VMC-IS-REVERSED      VALUE "Y".
           05  VMC-REVERSED-BY          PIC X(3).
           05  VMC-REVERSED-DATE        PIC 9(8).

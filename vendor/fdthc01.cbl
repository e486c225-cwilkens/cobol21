      *--------------------------------------------------------
      * FDTHC01.CBL
      * Use with FILE SECTION to define the control threshold
      * change request and history file descriptor.
      * Primary Key - THC-NUMBER
      *
      * The limits and rates on the control file - the
      * approval limit, each check account's dual-signature
      * limit, the backup and foreign withholding rates, the
      * mileage rate, the capitalization threshold, the
      * key-verification limit and the card rebate rate - are
      * never changed by one supervisor alone. Keying a new
      * value in VCHAPR01 writes a request here, status "P",
      * with the value on file at the time, the new value,
      * who asked and why. The control file keeps the old
      * value until a DIFFERENT level-9 supervisor approves
      * the request in VCHAPR01 - "A", applied - or rejects
      * it - "R". The decided records stay on file as the
      * history of every value each threshold has had, and
      * CTLRPT01 reports them.
      *
      * THC-FIELD names the value: "A" approval limit, "D"
      * dual-signature limit (THC-ACCOUNT is the check
      * account; zero for all the others), "B" backup
      * withholding rate, "N" foreign (NRA) withholding rate,
      * "M" mileage rate, "C" capitalization threshold, "K"
      * key-verification limit, "R" card rebate rate. Old
      * and new values carry four decimals so one layout
      * holds dollars, percents and the per-mile rate.
      *
      * Only one request may be pending for a value at a
      * time, and a request whose old value no longer
      * matches the control file when it is approved is not
      * applied - it must be rejected and keyed again.
      *--------------------------------------------------------
       FD  THRESHOLD-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  THRESHOLD-CHANGE-RECORD.
           05  THC-NUMBER               PIC 9(6).
           05  THC-FIELD                PIC X.
               88  THC-IS-APPROVAL-LIMIT
                                        VALUE "A".
               88  THC-IS-DUAL-SIG-LIMIT
                                        VALUE "D".
               88  THC-IS-BACKUP-WHT-RATE
                                        VALUE "B".
               88  THC-IS-NRA-WHT-RATE  VALUE "N".
               88  THC-IS-MILEAGE-RATE  VALUE "M".
               88  THC-IS-CAPITAL-THRESHOLD
                                        VALUE "C".
               88  THC-IS-VERIFY-LIMIT  VALUE "K".
               88  THC-IS-REBATE-RATE   VALUE "R".
           05  THC-ACCOUNT              PIC 9(10).
           05  THC-OLD-VALUE            PIC S9(8)V9999.
           05  THC-NEW-VALUE            PIC S9(8)V9999.
           05  THC-REASON               PIC X(30).
           05  THC-REQUESTED-BY         PIC X(3).
           05  THC-REQUESTED-DATE       PIC 9(8).
           05  THC-STATUS               PIC X.
               88  THC-IS-PENDING       VALUE "P".
               88  THC-IS-APPLIED       VALUE "A".
               88  THC-IS-REJECTED      VALUE "R".
           05  THC-DECIDED-BY           PIC X(3).
           05  THC-DECIDED-DATE         PIC 9(8).

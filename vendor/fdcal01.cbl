      *--------------------------------------------------------
      * FDCAL01.CBL
      * Use with FILE SECTION to define the payment run
      * calendar file descriptor.
      * Primary Key - CAL-KEY
      *   (bank account + scheduled run date)
      *
      * One record per scheduled check or ACH run on a bank
      * account, keyed in CALMNT01. VCHSEL01 takes its
      * default cutoff from here - everything due before the
      * run after this one - and CALRPT01 projects the
      * dollars each upcoming run will carry.
      *
      * A run dated on a weekend or a day on the holiday
      * file (HOLMNT01) is taken on the business day before
      * it; the routines in PLCAL01.CBL make that move, so
      * the calendar can be keyed as "every other Friday"
      * and still come out right.
      *
      * CAL-RUN-TYPE is "C" checks, "A" ACH, "B" both.
      *--------------------------------------------------------
       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-CALENDAR-RECORD.
           05  CAL-KEY.
               10  CAL-ACCOUNT          PIC 9(10).
               10  CAL-RUN-DATE         PIC 9(8).
           05  CAL-RUN-TYPE             PIC X.
               88  CAL-RUN-IS-CHECKS    VALUE "C".
               88  CAL-RUN-IS-ACH       VALUE "A".
               88  CAL-RUN-IS-BOTH      VALUE "B".
               88  CAL-RUN-TYPE-IS-VALID
                                        VALUES "C" "A" "B".
           05  CAL-NOTE                 PIC X(20).

      *--------------------------------------------------------
      * FDALC01.CBL
      * Use with FILE SECTION to define the expense allocation
      * template file descriptor.
      * Primary Key - ALLOC-CODE
      *
      * One record per standing split of a bill across GL
      * expense accounts (utilities 60% plant / 40% office,
      * and so on), kept in ALCMNT01. ALLOC-LINE-COUNT lines
      * of ALLOC-LINE are in use, each an account and the
      * percent of the invoice it carries; the percents add
      * up to exactly 100.00.
      *
      * Keying the code in VCHMNT01, on a VCHIMP01 import
      * line or on an RCRVCH01 recurring template builds the
      * voucher's VOUCHER-DETAIL-RECORD lines from it (see
      * PLALC01). The lines are copied onto the voucher at
      * that moment, so changing a template later never
      * touches a voucher already allocated. An inactive
      * template takes no new vouchers.
      *--------------------------------------------------------
       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCATION-RECORD.
           05  ALLOC-CODE                  PIC X(6).
           05  ALLOC-DESCRIPTION           PIC X(30).
           05  ALLOC-STATUS                PIC X.
               88  ALLOC-IS-ACTIVE         VALUE "A".
               88  ALLOC-IS-INACTIVE       VALUE "I".
           05  ALLOC-LINE-COUNT            PIC 99.
           05  ALLOC-LINE OCCURS 20 TIMES.
               10  ALLOC-GL-ACCT           PIC X(15).
               10  ALLOC-PCT               PIC 9(3)V99.

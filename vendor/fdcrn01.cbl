      *--------------------------------------------------------
      * FDCRN01.CBL
      * Use with FILE SECTION to define the check run
      * release file descriptor.
      * Primary Key - CRN-KEY (CRN-ACCOUNT + CRN-FIRST-CHECK)
      *
      * One record per VCHPAY02 check run, written when the
      * run finishes: the account, the run's check date, the
      * range of check numbers it cut, how many checks and
      * for how much, and the operator who ran it. Every
      * check the run wrote carries the run's first check
      * number in CHECK-RUN-FIRST, which with CHECK-ACCOUNT
      * is this file's key.
      *
      * CRN-STATUS - "P" pending release, "R" released,
      * "X" rejected. A run is born pending; a level-9
      * supervisor other than the operator who ran it
      * releases or rejects it in CHKRUN01, and CRN-DECIDED-BY
      * and -DATE record who and when (CRN-REJECT-REASON says
      * why on a rejection). CHKPRT01, CHKMLG01, ACHEXP01 and
      * POSPAY01 refuse to work while any unvoided check they
      * would touch belongs to a run that is not released. A
      * rejected run's checks are voided in VCHVOD01, which
      * reopens the vouchers for a corrected run.
      *--------------------------------------------------------
       FD  CHECK-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-RUN-RECORD.
           05  CRN-KEY.
               10  CRN-ACCOUNT          PIC 9(10).
               10  CRN-FIRST-CHECK      PIC 9(8).
           05  CRN-LAST-CHECK           PIC 9(8).
           05  CRN-RUN-DATE             PIC 9(8).
           05  CRN-CHECK-COUNT          PIC 9(5).
           05  CRN-AMOUNT               PIC S9(9)V99.
           05  CRN-OPERATOR             PIC X(3).
           05  CRN-STATUS               PIC X.
               88  CRN-IS-PENDING       VALUE "P".
               88  CRN-IS-RELEASED      VALUE "R".
               88  CRN-IS-REJECTED      VALUE "X".
           05  CRN-DECIDED-BY           PIC X(3).
           05  CRN-DECIDED-DATE         PIC 9(8).
           05  CRN-REJECT-REASON        PIC X(30).

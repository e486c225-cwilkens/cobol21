      *--------------------------------------------------------
      * FDSTP01.CBL
      * Use with FILE SECTION to define the stop-payment
      * request file descriptor.
      * Primary Key - STOP-KEY (STOP-ACCOUNT +
      *   STOP-CHECK-NUMBER), the same as CHECK-KEY, so there
      *   is one stop on file per check.
      *
      * Entered in STPMNT01 when a check is lost or stolen.
      * STOP-AMOUNT, STOP-ISSUE-DATE and STOP-PAYEE are
      * copied off the check for the bank. STOP-REASON-CODE
      * is the bank's reason code (L lost, S stolen, D
      * destroyed, O other) with STOP-REASON the operator's
      * own words. STOP-REQUESTED-BY is the signed-on
      * operator. STOP-BANK-FEE is the bank's charge for the
      * stop. STOP-EXPIRE-DATE is the date the bank lets the
      * stop lapse (CCYYMMDD) - a check still outstanding by
      * then can be paid after all unless the stop is
      * renewed.
      *
      * STOP-STATUS - R requested, C confirmed by the bank,
      * E expired. STOP-SENT-DATE is the date STPEXP01 put
      * the request on the bank's stop-payment file (zero
      * until then). STOP-CONFIRM-DATE and
      * STOP-BANK-REFERENCE are off the bank's confirmation.
      * STPRPT01 moves a stop past its expiration date to E;
      * renewing it in STPMNT01 makes it a fresh request.
      * While a stop is R or C and not past its date,
      * POSPAY01 reports the check to the bank as STOP, not
      * as issued.
      *--------------------------------------------------------
       FD  STOP-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOP-PAYMENT-RECORD.
           05  STOP-KEY.
               10  STOP-ACCOUNT            PIC 9(10).
               10  STOP-CHECK-NUMBER       PIC 9(8).
           05  STOP-AMOUNT                 PIC S9(8)V99.
           05  STOP-ISSUE-DATE             PIC 9(8).
           05  STOP-PAYEE                  PIC X(30).
           05  STOP-REQUEST-DATE           PIC 9(8).
           05  STOP-REASON-CODE            PIC X.
               88  STOP-REASON-IS-VALID    VALUES "L" "S" "D" "O".
           05  STOP-REASON                 PIC X(30).
           05  STOP-REQUESTED-BY           PIC X(3).
           05  STOP-BANK-FEE               PIC S9(5)V99.
           05  STOP-EXPIRE-DATE            PIC 9(8).
           05  STOP-STATUS                 PIC X.
               88  STOP-IS-REQUESTED       VALUE "R".
               88  STOP-IS-CONFIRMED       VALUE "C".
               88  STOP-IS-EXPIRED         VALUE "E".
               88  STOP-IS-OPEN            VALUES "R" "C".
           05  STOP-SENT-DATE              PIC 9(8).
           05  STOP-CONFIRM-DATE           PIC 9(8).
           05  STOP-BANK-REFERENCE         PIC X(16).

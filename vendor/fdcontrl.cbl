      *   signature line, and POSPAY01 holds the check back
      *   until a level-9 supervisor releases it in VCHAPR01.
      *   Zero turns the control off. Maintained in VCHAPR01.
      * CONTROL-NRA-WHT-RATE (on the CONTROL-TYPE-VOUCHER
      *   record, beside the backup rate) is the statutory
      *   percent withheld from U.S.-source payments to a
      *   foreign vendor that claims no treaty rate on its
      *   W-8 (30.00 under current IRS rules). Zero turns
      *   foreign withholding off. Maintained in VCHAPR01.
      * CONTROL-MILEAGE-RATE (CONTROL-TYPE-VOUCHER record) is
      *   the dollars-per-mile an employee is reimbursed for
      *   business driving on an expense report (EXRMNT01
      *   prices mileage lines at it when they are keyed).
      *   Maintained in VCHAPR01.
      * CONTROL-CAPITAL-THRESHOLD (CONTROL-TYPE-VOUCHER record)
      *   is the capitalization threshold: a paid detail line
      *   coded to a capital account (COA-CAPITAL) goes to the
      *   fixed-asset export (FAEXP01) only at or above it;
      *   anything smaller is expensed. Zero sends every
      *   capital-coded line. Maintained in VCHAPR01.
      * CONTROL-VERIFY-LIMIT (CONTROL-TYPE-VOUCHER record) turns
      *   on key verification: a voucher keyed by hand in
      *   VCHENT01 or VCHMNT01 for this amount or more (either
      *   sign) goes on file unverified, and cannot be selected
      *   for payment until a second operator has re-keyed it
      *   blind in VCHVFY01. 0.01 verifies every keyed voucher;
      *   zero turns verification off. Maintained in VCHAPR01.
      * CONTROL-LAST-CARD (on each CONTROL-TYPE-CHECK record)
      *   numbers the account's virtual card payments, written
      *   by VCHPAY02 for vendors in the bank's card program,
      *   in their own series, recorded as 70000001 up - like
      *   the wires, clear of the physical check stock.
      * CONTROL-CARD-REBATE-RATE (CONTROL-TYPE-VOUCHER record)
      *   is the rebate percent the bank pays back on settled
      *   virtual card volume under the card program
      *   agreement (1.25 for one and a quarter percent).
      *   CRDRPT01 reports the rebate earned at it. Maintained
      *   in VCHAPR01.
      * None of the limits and rates above changes on one
      *   supervisor's say-so: VCHAPR01 writes each new value
      *   to the threshold change file (FDTHC01) as a pending
      *   request, and applies it here only when a second
      *   level-9 supervisor approves it. CTLRPT01 lists the
      *   history of every change.
      *--------------------------------------------------------
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05  CONTROL-LOCK-LAST-CHECK     PIC 9(8).
           05  CONTROL-LAST-WIRE           PIC 9(8).
           05  CONTROL-DUAL-SIG-LIMIT      PIC S9(8)V99.
           05  CONTROL-NRA-WHT-RATE        PIC 9(2)V99.
           05  CONTROL-MILEAGE-RATE        PIC 9V999.
           05  CONTROL-CAPITAL-THRESHOLD   PIC S9(8)V99.
           05  CONTROL-VERIFY-LIMIT        PIC S9(8)V99.
           05  CONTROL-LAST-CARD           PIC 9(8).
           05  CONTROL-CARD-REBATE-RATE    PIC 9(2)V99.

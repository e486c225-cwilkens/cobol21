      *--------------------------------------------------------
      * FDLVD01.CBL
      * Use with FILE SECTION to define the levy deduction
      * file descriptor.
      * Primary Key   - LVYDED-KEY (the vendor's check key +
      *                 the order's key)
      * Alternate Key - LVYDED-REMIT-KEY (the authority's
      *                 check key), with duplicates
      *
      * One record for every levy or garnishment order that
      * cut a vendor payment short, written by VCHPAY02 or
      * WIRPAY01 as the payment is made. LVYDED-ACCOUNT and
      * LVYDED-CHECK are the vendor's own check (or wire,
      * or card payment); LVYDED-REMIT-ACCOUNT and
      * LVYDED-REMIT-CHECK are the check or wire that sent
      * the diverted amount to the authority.
      *
      * The remittance programs (CHKPRT01, ACHEXP01,
      * CRDEXP01) read it by the vendor's check to show the
      * deduction, and by the authority's check to say whose
      * levy the authority is being paid on. GLEXP01 reads
      * it both ways to post the levy through the levy
      * payable account. LVYDED-BALANCE is what was still
      * owed on the order after this deduction.
      *--------------------------------------------------------
       FD  LEVY-DEDUCTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEVY-DEDUCTION-RECORD.
           05  LVYDED-KEY.
               10  LVYDED-ACCOUNT       PIC 9(10).
               10  LVYDED-CHECK         PIC 9(8).
               10  LVYDED-VENDOR        PIC 9(7).
               10  LVYDED-SEQ           PIC 9(3).
           05  LVYDED-REMIT-KEY.
               10  LVYDED-REMIT-ACCOUNT PIC 9(10).
               10  LVYDED-REMIT-CHECK   PIC 9(8).
           05  LVYDED-AUTHORITY         PIC 9(7).
           05  LVYDED-TYPE              PIC X.
               88  LVYDED-IS-TAX-LEVY       VALUE "L".
               88  LVYDED-IS-GARNISHMENT    VALUE "G".
           05  LVYDED-REFERENCE         PIC X(15).
           05  LVYDED-AMOUNT            PIC S9(8)V99.
           05  LVYDED-BALANCE           PIC S9(8)V99.
           05  LVYDED-DATE              PIC 9(8).

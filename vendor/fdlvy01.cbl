      *--------------------------------------------------------
      * FDLVY01.CBL
      * Use with FILE SECTION to define the tax levy and
      * garnishment order file descriptor.
      * Primary Key - LEVY-KEY (LEVY-VENDOR + LEVY-SEQ)
      *
      * One record per IRS notice of levy, state tax levy or
      * court garnishment order served on us against a
      * vendor's payments (LVYMNT01). While an order is in
      * force VCHPAY02 and WIRPAY01 take the levied portion
      * off every payment to the vendor and send it to the
      * authority instead - LEVY-AUTHORITY is the taxing
      * authority or court, set up as a vendor of its own so
      * it gets its own check or wire, address and history.
      *
      * The portion is LEVY-PERCENT of the vendor's net
      * payment, or a flat LEVY-PER-PAYMENT when no percent
      * is given, never more than the payment nor more than
      * is still owed on the order (LEVY-TOTAL-DUE less
      * LEVY-PAID-TO-DATE). An order is in force from its
      * LEVY-RECEIVED-DATE until its LEVY-RELEASE-DATE (zero
      * until the release is served on us) or until it is
      * paid in full, whichever comes first. With more than
      * one order on a vendor they are satisfied in
      * LEVY-SEQ order - the first served, first paid.
      *
      * LEVY-REFERENCE is the notice or case number and goes
      * on the authority's payment so it is applied to the
      * right taxpayer. LEVY-LAST-PAID-DATE is the date of
      * the last payment diverted; every diversion is also
      * on the levy deduction file (FDLVD01). LVYRPT01
      * reports the balance still owed on each order.
      *--------------------------------------------------------
       FD  LEVY-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEVY-ORDER-RECORD.
           05  LEVY-KEY.
               10  LEVY-VENDOR          PIC 9(7).
               10  LEVY-SEQ             PIC 9(3).
           05  LEVY-TYPE                PIC X.
               88  LEVY-IS-TAX-LEVY         VALUE "L".
               88  LEVY-IS-GARNISHMENT      VALUE "G".
               88  LEVY-TYPE-IS-VALID       VALUES "L" "G".
           05  LEVY-AUTHORITY           PIC 9(7).
           05  LEVY-REFERENCE           PIC X(15).
           05  LEVY-TOTAL-DUE           PIC S9(8)V99.
           05  LEVY-PERCENT             PIC 9(3)V99.
           05  LEVY-PER-PAYMENT         PIC S9(8)V99.
           05  LEVY-PAID-TO-DATE        PIC S9(8)V99.
           05  LEVY-RECEIVED-DATE       PIC 9(8).
           05  LEVY-RELEASE-DATE        PIC 9(8).
           05  LEVY-LAST-PAID-DATE      PIC 9(8).
           05  LEVY-ENTERED-BY          PIC X(3).

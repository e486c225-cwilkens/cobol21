      *--------------------------------------------------------
      * FDCNT01.CBL
      * Use with FILE SECTION to define the vendor contract
      * file descriptor.
      * Primary Key - CNT-NUMBER
      *
      * One record per service or construction contract
      * (CNTMNT01), keyed with the number off the signed
      * contract. A contract runs from CNT-START-DATE through
      * CNT-END-DATE and may not be billed past its
      * not-to-exceed amount, CNT-CEILING, across all the
      * POs and direct vouchers written under it.
      *
      * CNT-INVOICED accumulates every voucher entered
      * against the contract the way PO-INVOICED does for a
      * purchase order - VCHMNT01 keeps it up to date as
      * vouchers are added, changed and deleted, and VCHREL01
      * as imported ones are released. VCHMNT01 warns on an
      * invoice dated outside the contract and needs a
      * supervisor override to bill past the ceiling;
      * VCHIMP01 and VCHREL01 reject either outright.
      *
      * CNT-STATUS - "A" active, "S" suspended (work stopped,
      * nothing more may be billed until it is lifted), "C"
      * closed. Only an active contract takes invoices or
      * new POs. CNTRPT01 shows the ceiling, what open POs
      * have committed, what has been invoiced, and what is
      * left.
      *--------------------------------------------------------
       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-RECORD.
           05  CNT-NUMBER               PIC X(10).
           05  CNT-VENDOR               PIC 9(7).
           05  CNT-DESCRIPTION          PIC X(30).
           05  CNT-START-DATE           PIC 9(8).
           05  CNT-END-DATE             PIC 9(8).
           05  CNT-CEILING              PIC S9(9)V99.
           05  CNT-INVOICED             PIC S9(9)V99.
           05  CNT-STATUS               PIC X.
               88  CNT-IS-ACTIVE        VALUE "A".
               88  CNT-IS-SUSPENDED     VALUE "S".
               88  CNT-IS-CLOSED        VALUE "C".

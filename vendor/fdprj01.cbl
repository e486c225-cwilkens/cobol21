      *--------------------------------------------------------
      * FDPRJ01.CBL
      * Use with FILE SECTION to define the project (job)
      * master file descriptor.
      * Primary Key - PRJ-NUMBER
      *
      * One record per project or job that invoice lines and
      * POs may be charged to (PRJMNT01). A voucher detail
      * line carries a project and a cost code alongside its
      * GL account (VOUCHER-DETAIL-PROJECT / -COST-CODE), and
      * so does a PO (PO-PROJECT / PO-COST-CODE), so JCRPT01
      * can show each project's committed, invoiced-unpaid
      * and paid cost by cost code against PRJ-BUDGET.
      *
      * PRJ-STATUS - "A" active, "C" closed. A closed project
      * stays on file for its history but VCHMNT01, VCHIMP01,
      * VCHREL01 and POMNT01 refuse new charges to it.
      *--------------------------------------------------------
       FD  PROJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROJECT-RECORD.
           05  PRJ-NUMBER               PIC X(8).
           05  PRJ-DESCRIPTION          PIC X(30).
           05  PRJ-STATUS               PIC X.
               88  PRJ-IS-ACTIVE        VALUE "A".
               88  PRJ-IS-CLOSED        VALUE "C".
           05  PRJ-BUDGET               PIC S9(9)V99.
           05  PRJ-START-DATE           PIC 9(8).
           05  PRJ-END-DATE             PIC 9(8).

      * STG-VOUCHER-IMAGE is the voucher record the line
      *   builds, complete except for VOUCHER-NUMBER (zero
      *   until release assigns one). Must track FDVOUCH.CBL.
      * STG-PROJECT / STG-COST-CODE are the job-cost charge
      *   off the feed line (spaces for none). Release turns
      *   them into a single voucher detail line.
      * STG-ALLOC-CODE is the expense allocation template off
      *   the feed line (spaces for none). Release then builds
      *   the detail lines from it instead, each charged to
      *   the line's project.
      * A batch rejected whole in VCHREL01 is deleted from
      *   this file in one action - nothing ever reached the
      *   voucher file.
               88  STG-IS-RELEASED      VALUE "R".
           05  STG-RESULT               PIC X(40).
           05  STG-STAGED-DATE          PIC 9(8).
           05  STG-VOUCHER-IMAGE        PIC X(373).
           05  STG-PROJECT              PIC X(8).
           05  STG-COST-CODE            PIC X(6).
           05  STG-ALLOC-CODE           PIC X(6).

      *   not yet run. CHECK-NOTICE-RESPONSE = "Y" once the
      *   owner answered the letter - that check gets
      *   reissued through CHKRSU01, never surrendered.
      * CHECK-ISSUED-BY is the signed-on operator who cut the
      *   check - the VCHPAY02 check run, a CHKMAN01 manual
      *   check, a WIRPAY01 wire or a reissue. CHECK-CLEARED-BY
      *   is the operator who ran the CHKCLR01 clearance that
      *   reconciled it off the bank statement (spaces until
      *   then). SODRPT01 holds the two against each other and
      *   against the vendor change audit.
      * CHECK-RUN-FIRST ties a check to the VCHPAY02 run that
      *   cut it - the run's first check number, which with
      *   CHECK-ACCOUNT keys the run on the check run release
      *   file (FDCRN01). Until a supervisor releases the run
      *   in CHKRUN01 its checks do not print, label, go out
      *   by ACH or reach positive pay. Zero on a check cut
      *   outside a run (manual, wire, reissue).
      * CHECK-PAID-BY-DEBIT = "Y" on a vendor-initiated ACH
      *   debit - the utility, the phone company, the sales-
      *   tax payment that took its money straight out of the
      *   account - matched off the bank's activity feed to
      *   the open voucher it paid by DBTMAT01. Like a wire it
      *   has no paper: it is keyed in its own 80000001-up
      *   number series, carries the bank's trace number in
      *   CHECK-WIRE-REFERENCE, and is born cleared. The
      *   register flags it D; positive pay, the direct
      *   deposit export, the jam recovery and the number
      *   audit leave it alone.
      * CHECK-PAID-BY-CARD = "Y" on a payment VCHPAY02 wrote
      *   for a vendor in the bank's virtual card program
      *   (VENDOR-PAY-BY-CARD). It is numbered in its own
      *   70000001-up series off CONTROL-LAST-CARD and has no
      *   paper: the card issuer pays the vendor with a
      *   single-use card number. CHECK-CARD-STATUS follows it
      *   through the issuer - "N" written, not yet sent; "R"
      *   requested, sent on the payment request file by
      *   CRDEXP01; "S" settled, the vendor charged the card
      *   (CRDSET01 marks it cleared, with the issuer's
      *   reference in CHECK-WIRE-REFERENCE); "D" declined, in
      *   which case CRDSET01 voids it and reissues a paper
      *   check in the account's regular series, cross-
      *   referenced both ways through CHECK-REISSUED-TO and
      *   -FROM. The register flags it C; the printer, positive
      *   pay, the direct deposit export, the jam recovery, the
      *   number audit, the stale-check and escheat runs and
      *   the bank reconciliation leave it alone.
      * Alternate keys - CHECK-VENDOR and CHECK-ISSUE-DATE,
      *   both with duplicates, so a program after one
      *   vendor's checks or one date range STARTs there
      *   instead of reading the whole file. CNVALT01 adds
      *   them to a check file built without them.
      *-------------------------------------------------------
       FD  CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           05  CHECK-NOTICE-DATE          PIC 9(8).
           05  CHECK-NOTICE-RESPONSE      PIC X.
               88  CHECK-OWNER-RESPONDED  VALUE "Y".
           05  CHECK-ISSUED-BY            PIC X(3).
           05  CHECK-CLEARED-BY           PIC X(3).
           05  CHECK-RUN-FIRST            PIC 9(8).
           05  CHECK-PAID-BY-DEBIT        PIC X.
               88  CHECK-IS-DEBIT         VALUE "Y".
           05  CHECK-PAID-BY-CARD         PIC X.
               88  CHECK-IS-CARD          VALUE "Y".
           05  CHECK-CARD-STATUS          PIC X.
               88  CHECK-CARD-NOT-SENT    VALUE "N".
               88  CHECK-CARD-REQUESTED   VALUE "R".
               88  CHECK-CARD-SETTLED     VALUE "S".
               88  CHECK-CARD-DECLINED    VALUE "D".

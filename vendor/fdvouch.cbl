      *   the voucher's vendor, and keeps the PO's cumulative
      *   invoiced amount up to date as vouchers are added,
      *   changed and deleted.
      * VOUCHER-CONTRACT ties the invoice to the vendor
      *   contract (FDCNT01) it bills against, spaces when
      *   there is none - a voucher against a PO written
      *   under a contract takes the PO's. VCHMNT01 keeps the
      *   contract's cumulative invoiced amount up to date
      *   the same way it does the PO's.
      * VOUCHER-VERIFY-STATUS is key verification. A voucher
      *   keyed by hand in VCHENT01 or VCHMNT01 at or over the
      *   control file's CONTROL-VERIFY-LIMIT goes on file "U",
      *   unverified, and VCHSEL01 / VCHSEL02 / VCHPIC01 will
      *   not select it until a second operator re-keys its
      *   vendor, invoice, amount and invoice date blind in
      *   VCHVFY01 and the two keyings agree - "V", with the
      *   verifier in VOUCHER-VERIFIED-BY. Changing any of
      *   those four fields in VCHMNT01 puts it back to "U".
      *   Space is exempt: imported, generated and converted
      *   vouchers, and everything keyed with the limit at 0.
      * VOUCHER-WHT-AMOUNT is the backup withholding taken
      *   from the most recent payment of this voucher (the
      *   vendor had no W-9 on file), shown on the check stub
      *   so the vendor knows why the check is short. The
      *   voucher still closes at its full amount - the
      *   withheld part goes to the IRS, not back to us.
      *   VOUCHER-WHT-TYPE says which withholding the check
      *   run applied: "B" backup (no W-9), "N" chapter 3
      *   foreign-person withholding (a W-8 vendor paid U.S.-
      *   source income - set even when a treaty or an ECI
      *   claim cuts the amount to nothing, since VND1042
      *   must still report the payment), space none.
      * VOUCHER-ENTERED-BY and VOUCHER-CHANGED-BY are the
      *   operator IDs (off the sign-on session file) of
      *   whoever put the voucher on file and whoever last
      *   adding-machine tape before the paper leaves the
      *   desk. Zero on imported, generated and pre-batch
      *   vouchers.
      * VOUCHER-APPROVED-BY and VOUCHER-APPROVED-DATE are the
      *   level-9 supervisor who approved (or rejected) the
      *   voucher in VCHAPR01 and the day it was done. Cleared
      *   whenever the approval status is set afresh, so a
      *   voucher sent back through the queue carries no stale
      *   approver. SODRPT01 flags any voucher whose approver
      *   is also the operator who keyed it.
      * VOUCHER-OPEN-KEY is the second alternate key - open
      *   vouchers first, in due date order - so VCHSEL01,
      *   the aging and cash reports can START at the open
      *   vouchers and stop at the first paid one instead of
      *   reading the whole file. VOUCHER-OPEN-STATUS is "O"
      *   while VOUCHER-PAID-DATE is zero and "P" once it is
      *   not; VOUCHER-OPEN-DUE and VOUCHER-OPEN-NUMBER copy
      *   VOUCHER-DUE and VOUCHER-NUMBER. None of it is keyed:
      *   every program that writes or rewrites a voucher
      *   PERFORMs SET-VOUCHER-OPEN-KEY (PLVOP01) first, and
      *   CNVALT01 builds it for vouchers already on file.
      *--------------------------------------------------------
       FD  VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
           05  VOUCHER-FX-GAIN             PIC S9(8)V99.
           05  VOUCHER-RETAINAGE-PCT       PIC 9(2)V99.
           05  VOUCHER-RETAINED-AMT        PIC S9(8)V99.
           05  VOUCHER-APPROVED-BY         PIC X(3).
           05  VOUCHER-APPROVED-DATE       PIC 9(8).
           05  VOUCHER-WHT-TYPE            PIC X.
               88  VOUCHER-WHT-IS-BACKUP       VALUE "B".
               88  VOUCHER-WHT-IS-NRA          VALUE "N".
           05  VOUCHER-CONTRACT            PIC X(10).
           05  VOUCHER-VERIFY-STATUS       PIC X.
               88  VOUCHER-NEEDS-VERIFY        VALUE "U".
               88  VOUCHER-IS-VERIFIED         VALUE "V".
           05  VOUCHER-VERIFIED-BY         PIC X(3).
           05  VOUCHER-OPEN-KEY.
               10  VOUCHER-OPEN-STATUS     PIC X.
                   88  VOUCHER-KEY-IS-OPEN     VALUE "O".
               10  VOUCHER-OPEN-DUE        PIC 9(8).
               10  VOUCHER-OPEN-NUMBER     PIC 9(7).

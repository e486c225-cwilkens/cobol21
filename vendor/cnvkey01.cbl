      * terms and remittance fields, the
      * control record's wire counter and
      * dual-signature limit, the PO's
      * expected date and contract. The
      * on-disk files of the PRIOR
      * release know none of that, and
      * the indexed files must be rebuilt
      * for the new keys besides.
      *
      * This utility rebuilds each file
      * from the prior release's layout
      * converting so the journal
      * restarts against the new
      * layouts.
      *
      * The new voucher file is built
      * with its open key (PLVOP01) and
      * the new check file with its
      * vendor and issue-date keys, so
      * neither needs a CNVALT01 pass
      * afterwards.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS VOUCHER-NUMBER
               ALTERNATE KEY
                   IS VOUCHER-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS VOUCHER-OPEN-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OLD-HISTORY-FILE
               ASSIGN TO "checkn"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHECK-KEY
               ALTERNATE KEY
                   IS CHECK-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS CHECK-ISSUE-DATE WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OLD-VENDOR-FILE
           05  VOUCHER-FX-GAIN              PIC S9(8)V99.
           05  VOUCHER-RETAINAGE-PCT        PIC 9(2)V99.
           05  VOUCHER-RETAINED-AMT         PIC S9(8)V99.
           05  VOUCHER-APPROVED-BY          PIC X(3).
           05  VOUCHER-APPROVED-DATE        PIC 9(8).
           05  VOUCHER-WHT-TYPE             PIC X.
           05  VOUCHER-CONTRACT             PIC X(10).
           05  VOUCHER-VERIFY-STATUS        PIC X.
           05  VOUCHER-VERIFIED-BY          PIC X(3).
           05  VOUCHER-OPEN-KEY.
               10  VOUCHER-OPEN-STATUS      PIC X.
               10  VOUCHER-OPEN-DUE         PIC 9(8).
               10  VOUCHER-OPEN-NUMBER      PIC 9(7).

      *--------------------------------
      * 2. HISTORY - old and new
           05  VOUCHER-HIST-FX-GAIN         PIC S9(8)V99.
           05  VOUCHER-HIST-RETAINAGE-PCT   PIC 9(2)V99.
           05  VOUCHER-HIST-RETAINED-AMT    PIC S9(8)V99.
           05  VOUCHER-HIST-APPROVED-BY     PIC X(3).
           05  VOUCHER-HIST-APPROVED-DATE   PIC 9(8).
           05  VOUCHER-HIST-WHT-TYPE        PIC X.
           05  VOUCHER-HIST-CONTRACT        PIC X(10).
           05  VOUCHER-HIST-VERIFY-STATUS   PIC X.
           05  VOUCHER-HIST-VERIFIED-BY     PIC X(3).

      *--------------------------------
      * 3. DETAIL - old and new
           05  VOUCHER-DETAIL-FOR           PIC X(30).
           05  VOUCHER-DETAIL-AMOUNT        PIC S9(8)V99.
           05  VOUCHER-DETAIL-GL-ACCT       PIC X(15).
           05  VOUCHER-DETAIL-FA-DATE       PIC 9(8).
           05  VOUCHER-DETAIL-PROJECT       PIC X(8).
           05  VOUCHER-DETAIL-COST-CODE     PIC X(6).

      *--------------------------------
      * 4. DELETED-VOUCHER AUDIT -
           05  CHECK-SECOND-SIG             PIC X.
           05  CHECK-NOTICE-DATE            PIC 9(8).
           05  CHECK-NOTICE-RESPONSE        PIC X.
           05  CHECK-ISSUED-BY              PIC X(3).
           05  CHECK-CLEARED-BY             PIC X(3).
           05  CHECK-RUN-FIRST              PIC 9(8).
           05  CHECK-PAID-BY-DEBIT          PIC X.
           05  CHECK-PAID-BY-CARD           PIC X.
           05  CHECK-CARD-STATUS            PIC X.

      *--------------------------------
      * 6. VENDOR - old and new. The
           05  VENDOR-TERMS-CODE            PIC X(4).
           05  VENDOR-REMIT-METHOD          PIC X.
           05  VENDOR-REMIT-DEST            PIC X(40).
           05  VENDOR-TIN-MATCH-CODE        PIC X.
           05  VENDOR-TIN-MATCH-DATE        PIC 9(8).
           05  VENDOR-W8-FORM               PIC X(6).
           05  VENDOR-W8-RECEIVED-DATE      PIC 9(8).
           05  VENDOR-TREATY-COUNTRY        PIC X(2).
           05  VENDOR-TREATY-RATE           PIC 9(2)V99.
           05  VENDOR-US-SOURCE             PIC X.
           05  VENDOR-1042-INCOME-CODE      PIC X(2).
           05  VENDOR-NRA-WHT-YTD           PIC S9(8)V99.
           05  VENDOR-PAY-BY-CARD           PIC X.
           05  VENDOR-CARD-SUPPLIER-ID      PIC X(15).

      *--------------------------------
      * 7. CONTROL - old and new. The
           05  CONTROL-LOCK-LAST-CHECK      PIC 9(8).
           05  CONTROL-LAST-WIRE            PIC 9(8).
           05  CONTROL-DUAL-SIG-LIMIT       PIC S9(8)V99.
           05  CONTROL-NRA-WHT-RATE         PIC 9(2)V99.
           05  CONTROL-MILEAGE-RATE         PIC 9V999.
           05  CONTROL-CAPITAL-THRESHOLD    PIC S9(8)V99.
           05  CONTROL-VERIFY-LIMIT         PIC S9(8)V99.
           05  CONTROL-LAST-CARD            PIC 9(8).
           05  CONTROL-CARD-REBATE-RATE     PIC 9(2)V99.

      *--------------------------------
      * 8. RECURRING - old and new
           05  RECURRING-FOR                PIC X(30).
           05  RECURRING-AMOUNT             PIC S9(8)V99.
           05  RECURRING-DEDUCTIBLE         PIC X.
           05  RECURRING-ALLOC-CODE         PIC X(6).

      *--------------------------------
      * 9. PURCHASE ORDER - old, new.
      * The expected-delivery date, the
      * contract, the project, and the
      * GL account and budget year are
      * new.
      *--------------------------------
       FD  OLD-PO-FILE
           05  PO-INVOICED                  PIC S9(8)V99.
           05  PO-STATUS                    PIC X.
           05  PO-EXPECTED-DATE             PIC 9(8).
           05  PO-CONTRACT                  PIC X(10).
           05  PO-PROJECT                   PIC X(8).
           05  PO-COST-CODE                 PIC X(6).
           05  PO-GL-ACCOUNT                PIC X(15).
           05  PO-BUDGET-YEAR               PIC 9(4).

      *--------------------------------
      * 10. VENDOR NOTES - old and new
           MOVE ZEROES TO VOUCHER-FX-GAIN.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-WHT-TYPE.
           MOVE SPACE TO VOUCHER-CONTRACT.
           MOVE SPACE TO VOUCHER-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-VERIFIED-BY.
           PERFORM SET-VOUCHER-OPEN-KEY.

       READ-FIRST-OLD-VOUCHER.
           MOVE ZEROES TO OV-VOUCHER-NUMBER.
           MOVE ZEROES TO VOUCHER-HIST-FX-GAIN.
           MOVE ZEROES TO VOUCHER-HIST-RETAINAGE-PCT.
           MOVE ZEROES TO VOUCHER-HIST-RETAINED-AMT.
           MOVE SPACE TO VOUCHER-HIST-APPROVED-BY.
           MOVE ZEROES TO VOUCHER-HIST-APPROVED-DATE.
           MOVE SPACE TO VOUCHER-HIST-WHT-TYPE.
           MOVE SPACE TO VOUCHER-HIST-CONTRACT.
           MOVE SPACE TO VOUCHER-HIST-VERIFY-STATUS.
           MOVE SPACE TO VOUCHER-HIST-VERIFIED-BY.

       READ-FIRST-OLD-HISTORY.
           MOVE ZEROES TO OH-VOUCHER-HIST-NUMBER.
           MOVE OD-VOUCHER-DETAIL-FOR TO VOUCHER-DETAIL-FOR.
           MOVE OD-VOUCHER-DETAIL-AMOUNT TO VOUCHER-DETAIL-AMOUNT.
           MOVE OD-VOUCHER-DETAIL-GL-ACCT TO VOUCHER-DETAIL-GL-ACCT.
           MOVE ZEROES TO VOUCHER-DETAIL-FA-DATE.
           MOVE SPACE TO VOUCHER-DETAIL-PROJECT.
           MOVE SPACE TO VOUCHER-DETAIL-COST-CODE.
           ADD VOUCHER-DETAIL-AMOUNT TO NEW-PROOF-TOTAL.
           WRITE VOUCHER-DETAIL-RECORD
               INVALID KEY
           MOVE "N" TO CHECK-SECOND-SIG.
           MOVE ZEROES TO CHECK-NOTICE-DATE.
           MOVE "N" TO CHECK-NOTICE-RESPONSE.
           MOVE SPACE TO CHECK-ISSUED-BY.
           MOVE SPACE TO CHECK-CLEARED-BY.
           MOVE ZEROES TO CHECK-RUN-FIRST.
           MOVE "N" TO CHECK-PAID-BY-DEBIT.
           MOVE "N" TO CHECK-PAID-BY-CARD.
           MOVE SPACE TO CHECK-CARD-STATUS.

       READ-FIRST-OLD-CHECK.
           MOVE LOW-VALUES TO OC-CHECK-KEY.
           MOVE SPACE TO VENDOR-TERMS-CODE.
           MOVE "P" TO VENDOR-REMIT-METHOD.
           MOVE SPACE TO VENDOR-REMIT-DEST.
           MOVE SPACE TO VENDOR-TIN-MATCH-CODE.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE SPACE TO VENDOR-W8-FORM.
           MOVE ZEROES TO VENDOR-W8-RECEIVED-DATE.
           MOVE SPACE TO VENDOR-TREATY-COUNTRY.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE "Y" TO VENDOR-US-SOURCE.
           MOVE SPACE TO VENDOR-1042-INCOME-CODE.
           MOVE ZEROES TO VENDOR-NRA-WHT-YTD.
           MOVE "N" TO VENDOR-PAY-BY-CARD.
           MOVE SPACE TO VENDOR-CARD-SUPPLIER-ID.

       READ-FIRST-OLD-VENDOR.
           MOVE ZEROES TO OE-VENDOR-NUMBER.
               TO CONTROL-LOCK-LAST-CHECK.
           MOVE ZEROES TO CONTROL-LAST-WIRE.
           MOVE ZEROES TO CONTROL-DUAL-SIG-LIMIT.
           MOVE ZEROES TO CONTROL-NRA-WHT-RATE.
           MOVE ZEROES TO CONTROL-MILEAGE-RATE.
           MOVE ZEROES TO CONTROL-CAPITAL-THRESHOLD.
           MOVE ZEROES TO CONTROL-VERIFY-LIMIT.
           MOVE ZEROES TO CONTROL-LAST-CARD.
           MOVE ZEROES TO CONTROL-CARD-REBATE-RATE.
           ADD CONTROL-LAST-VOUCHER TO NEW-PROOF-TOTAL.
           ADD CONTROL-LAST-CHECK TO NEW-PROOF-TOTAL.
           WRITE CONTROL-RECORD
           MOVE OR-RECURRING-FOR TO RECURRING-FOR.
           MOVE OR-RECURRING-AMOUNT TO RECURRING-AMOUNT.
           MOVE OR-RECURRING-DEDUCTIBLE TO RECURRING-DEDUCTIBLE.
           MOVE SPACE TO RECURRING-ALLOC-CODE.
           ADD RECURRING-AMOUNT TO NEW-PROOF-TOTAL.
           WRITE RECURRING-RECORD
               INVALID KEY
           MOVE OP-PO-INVOICED TO PO-INVOICED.
           MOVE OP-PO-STATUS TO PO-STATUS.
           MOVE ZEROES TO PO-EXPECTED-DATE.
           MOVE SPACE TO PO-CONTRACT.
           MOVE SPACE TO PO-PROJECT.
           MOVE SPACE TO PO-COST-CODE.
           MOVE SPACE TO PO-GL-ACCOUNT.
           MOVE ZEROES TO PO-BUDGET-YEAR.
           ADD PO-AMOUNT TO NEW-PROOF-TOTAL.
           WRITE PO-RECORD
               INVALID KEY
           ELSE
               DISPLAY "*** PROOF TOTALS DO NOT MATCH - DO NOT"
               DISPLAY "*** RENAME THE NEW FILE. INVESTIGATE FIRST.".

           COPY "plvop01.cbl".

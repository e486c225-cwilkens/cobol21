      *  Inactive vendors may not be used on new vouchers,
      *  but stay on file so paid voucher history pointing
      *  at their VENDOR-NUMBER still looks them up fine.
      *  A vendor added in VNDMNT04 or VNDIMP01 starts out
      *  "P" - pending onboarding approval. Vouchers may be
      *  keyed against it, but VCHSEL01, VCHPIC01 and
      *  VCHPAY02 will not pay it until a supervisor other
      *  than the one who entered it (VENDOR-ENTERED-BY)
      *  approves it to "A" in VNDONB01; a rejected vendor
      *  goes to "I".
      * VENDOR-1099-TYPE classifies a vendor for year-end tax
      *  reporting - "C" corporations do not get a 1099,
      *  "I" individuals/sole proprietors and "P" partnerships
      * VENDOR-GOVT-CONTRACT = "Y" marks a vendor paid under
      *   a government contract, whose late payments owe
      *   prompt-payment interest by statute - VCHTIM01
      *   computes what is owed. DIVRPT01 can limit the
      *   supplier diversity spend report to these vendors;
      *   the diversity certifications themselves are on
      *   the vendor diversity file (FDDIV01).
      * VENDOR-EXPENSE-ACCT is the general ledger expense
      *  account a voucher for this vendor posts to when the
      *  invoice is not split into coded detail lines -
      *  until the status is "A". Keying new routing or account
      *  details in VNDMNT04 resets the status to "N" so the
      *  new numbers get tested too.
      * VENDOR-TIN-MATCH-CODE and -DATE hold the answer the
      *  IRS bulk TIN matching service last gave for this
      *  vendor's tax ID and name, loaded by TINMAT01: "0"
      *  matched, "6"/"7"/"8" matched as SSN/EIN/both, "1" TIN
      *  missing or malformed, "2" TIN not issued, "3" the
      *  name and TIN do not match, "4"/"5" the request was
      *  not processed. Space means never checked. A mismatch
      *  puts the vendor back on the W9SOL01 solicitation run
      *  even with a W-9 on file, ahead of any B-notice.
      *  VNDMNT04 clears both when the tax ID or name changes,
      *  since the old answer no longer applies.
      * VENDOR-W8-FORM marks a foreign vendor with a W-8 on
      *  file in place of a W-9 - "W8BEN" individual, "W8BENE"
      *  entity, "W8ECI" income effectively connected with a
      *  U.S. trade (no withholding), "W8IMY" intermediary,
      *  "W8EXP" foreign government or exempt body - received
      *  on VENDOR-W8-RECEIVED-DATE. Spaces means no W-8.
      *  VENDOR-TREATY-COUNTRY and -RATE are the tax treaty
      *  the vendor claims on the form and the reduced percent
      *  it allows (00.00 for a full exemption); a blank
      *  country means no treaty claim and the statutory rate
      *  (CONTROL-NRA-WHT-RATE) applies. VENDOR-US-SOURCE = "Y"
      *  marks the vendor's payments as U.S.-source income,
      *  which is what chapter 3 withholding is taken on;
      *  VENDOR-1042-INCOME-CODE is the Form 1042-S income
      *  code they are reported under ("17" personal services,
      *  "12" royalties and so on). VCHPAY02 and WIRPAY01 take
      *  the withholding off foreign-currency vouchers and
      *  accumulate it in VENDOR-NRA-WHT-YTD, apart from the
      *  backup withholding in VENDOR-WHT-YTD; VND1042 reports
      *  it at year end.
      * VENDOR-PAY-BY-CARD = "Y" marks a vendor enrolled in the
      *  bank's virtual card program - VCHPAY02 writes its
      *  payments as card payments in their own number series
      *  instead of checks, and CRDEXP01 sends them to the card
      *  issuer, which pays the vendor with a single-use card
      *  number. VENDOR-CARD-SUPPLIER-ID is the ID the issuer
      *  enrolled the vendor under and must be on file before a
      *  card payment can go out; a card the vendor declines
      *  falls back to a paper check in CRDSET01.
      *--------------------------------------------------------
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           05  VENDOR-STATUS                   PIC X.
               88  VENDOR-IS-ACTIVE            VALUE "A".
               88  VENDOR-IS-INACTIVE          VALUE "I".
               88  VENDOR-IS-PENDING           VALUE "P".
           05  VENDOR-1099-TYPE                PIC X.
               88  VENDOR-1099-CORPORATION     VALUE "C".
               88  VENDOR-1099-INDIVIDUAL      VALUE "I".
           05  VENDOR-REMIT-METHOD             PIC X.
               88  VENDOR-REMIT-ELECTRONIC     VALUE "E".
           05  VENDOR-REMIT-DEST               PIC X(40).
           05  VENDOR-TIN-MATCH-CODE           PIC X.
               88  VENDOR-TIN-NOT-CHECKED      VALUE SPACE.
               88  VENDOR-TIN-MATCHED          VALUES "0" "6" "7" "8".
               88  VENDOR-TIN-MISMATCHED       VALUES "1" "2" "3".
           05  VENDOR-TIN-MATCH-DATE           PIC 9(8).
           05  VENDOR-W8-FORM                  PIC X(6).
               88  VENDOR-W8-NOT-ON-FILE       VALUE SPACE.
               88  VENDOR-W8-VALID             VALUES "W8BEN"
                                               "W8BENE" "W8ECI"
                                               "W8IMY" "W8EXP".
               88  VENDOR-W8-IS-ECI            VALUE "W8ECI".
           05  VENDOR-W8-RECEIVED-DATE         PIC 9(8).
           05  VENDOR-TREATY-COUNTRY           PIC X(2).
           05  VENDOR-TREATY-RATE              PIC 9(2)V99.
           05  VENDOR-US-SOURCE                PIC X.
               88  VENDOR-IS-US-SOURCE         VALUE "Y".
           05  VENDOR-1042-INCOME-CODE         PIC X(2).
           05  VENDOR-NRA-WHT-YTD              PIC S9(8)V99.
           05  VENDOR-PAY-BY-CARD              PIC X.
               88  VENDOR-CARD-USED            VALUE "Y".
               88  VENDOR-CARD-NOT-USED        VALUE "N".
           05  VENDOR-CARD-SUPPLIER-ID         PIC X(15).

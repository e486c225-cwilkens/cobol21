      *--------------------------------------------------------
      * FDSAN01.CBL
      * Use with FILE SECTION to define the sanctions
      * screening hit file descriptor.
      * Primary Key - SANHIT-KEY (party type + party +
      *               SDN entry)
      *
      * One record for each time a name we pay matched an
      * entry on the SDN list (FDSDN01):
      *  V - the vendor's name      (party is the vendor)
      *  R - the vendor's remit-to  (party is the vendor)
      *  O - a one-time payee       (party is the voucher)
      *
      * A hit is written open by the PLSAN02 screening
      * routine and stays open until a compliance officer
      * decides it in SANREV01 - cleared as a false match,
      * or confirmed as the sanctioned party. An open or
      * confirmed hit stops VCHPAY02 and WIRPAY01 paying
      * the vendor or payee (the PLSAN03 check). A cleared
      * hit stays cleared on later screenings unless the
      * name screened has changed since, when it is opened
      * again for a fresh decision.
      *--------------------------------------------------------
       FD  SANCTIONS-HIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SANCTIONS-HIT-RECORD.
           05  SANHIT-KEY.
               10  SANHIT-PARTY-TYPE    PIC X.
                   88  SANHIT-IS-VENDOR     VALUE "V".
                   88  SANHIT-IS-REMIT-TO   VALUE "R".
                   88  SANHIT-IS-ONE-TIME   VALUE "O".
               10  SANHIT-PARTY         PIC 9(7).
               10  SANHIT-ENTRY         PIC 9(7).
           05  SANHIT-SCREENED-NAME     PIC X(30).
           05  SANHIT-SDN-NAME          PIC X(60).
           05  SANHIT-SDN-PROGRAM       PIC X(20).
           05  SANHIT-STATUS            PIC X.
               88  SANHIT-IS-OPEN           VALUE "O".
               88  SANHIT-IS-CLEARED        VALUE "C".
               88  SANHIT-IS-CONFIRMED      VALUE "T".
               88  SANHIT-BLOCKS-PAYMENT    VALUES "O" "T".
           05  SANHIT-FOUND-DATE        PIC 9(8).
           05  SANHIT-DECIDED-BY        PIC X(3).
           05  SANHIT-DECIDED-DATE      PIC 9(8).
           05  SANHIT-REASON            PIC X(40).

      *--------------------------------------------------------
      * FDVFY01.CBL
      * Use with FILE SECTION to define the key verification
      * log descriptor.
      * Primary Key - VFY-KEY (VFY-DATE + VFY-SEQ), the day
      *   the voucher was re-keyed and a sequence within the
      *   day.
      *
      * One record per blind re-key of an unverified voucher
      * in VCHVFY01. VFY-KEYED-BY is the operator who keyed
      * the voucher (VOUCHER-ENTERED-BY, or VOUCHER-CHANGED-BY
      * when a change put it back to unverified) and
      * VFY-VERIFIED-BY the second operator who re-keyed it.
      *
      * One miss flag per re-keyed field - vendor, invoice,
      * amount, invoice date: space the two keyings agreed,
      * "K" they did not and the voucher as keyed was wrong
      * (a keying error), "V" they did not but the voucher
      * was right and the verifier slipped. VFY-RESULT is
      * "V" when the voucher passed and was marked verified,
      * "U" when a keying error left it unverified for
      * correction in VCHMNT01. VFYRPT01 turns the log into
      * error rates by keying operator.
      *--------------------------------------------------------
       FD  KEY-VERIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEY-VERIFY-RECORD.
           05  VFY-KEY.
               10  VFY-DATE                PIC 9(8).
               10  VFY-SEQ                 PIC 9(4).
           05  VFY-VOUCHER                 PIC 9(7).
           05  VFY-KEYED-BY                PIC X(3).
           05  VFY-VERIFIED-BY             PIC X(3).
           05  VFY-VENDOR-MISS             PIC X.
               88  VFY-VENDOR-KEY-ERROR    VALUE "K".
           05  VFY-INVOICE-MISS            PIC X.
               88  VFY-INVOICE-KEY-ERROR   VALUE "K".
           05  VFY-AMOUNT-MISS             PIC X.
               88  VFY-AMOUNT-KEY-ERROR    VALUE "K".
           05  VFY-DATE-MISS               PIC X.
               88  VFY-DATE-KEY-ERROR      VALUE "K".
           05  VFY-RESULT                  PIC X.
               88  VFY-PASSED              VALUE "V".
               88  VFY-FAILED              VALUE "U".

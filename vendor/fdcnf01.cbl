      *--------------------------------------------------------
      * FDCNF01.CBL
      * Use with FILE SECTION to define the vendor balance
      * confirmation tracking file descriptor.
      * Primary Key - CNF-KEY
      *   (as-of date + vendor)
      *
      * VNDCNF01 writes one record for each confirmation
      * letter it prints for the auditors - the balance our
      * books showed for the vendor at the as-of date, how
      * many open invoices made it up, and whether the letter
      * went to the vendor's own address ("V") or its
      * remit-to ("R"). Printing the same vendor and date
      * again refreshes the record rather than adding one.
      *
      * CNF-STATUS starts "S" - sent, no reply. The reply is
      * recorded in VNDCNF01: "A" the vendor agrees, "D" the
      * vendor's balance differs - CNF-THEIR-BALANCE is what
      * they say, CNF-DIFFERENCE is theirs less ours and
      * CNF-DIFF-NOTE explains it - or "U" the letter came
      * back undeliverable.
      *--------------------------------------------------------
       FD  CONFIRMATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFIRMATION-RECORD.
           05  CNF-KEY.
               10  CNF-AS-OF-DATE       PIC 9(8).
               10  CNF-VENDOR           PIC 9(7).
           05  CNF-SENT-DATE            PIC 9(8).
           05  CNF-SENT-BY              PIC X(3).
           05  CNF-ADDRESSED-TO         PIC X.
               88  CNF-SENT-TO-VENDOR   VALUE "V".
               88  CNF-SENT-TO-REMIT    VALUE "R".
           05  CNF-INVOICE-COUNT        PIC 9(5).
           05  CNF-OUR-BALANCE          PIC S9(9)V99.
           05  CNF-STATUS               PIC X.
               88  CNF-IS-SENT          VALUE "S".
               88  CNF-IS-AGREED        VALUE "A".
               88  CNF-IS-DIFFERENT     VALUE "D".
               88  CNF-IS-UNDELIVERABLE VALUE "U".
               88  CNF-REPLY-IS-VALID   VALUES "A" "D" "U".
           05  CNF-RESPONSE-DATE        PIC 9(8).
           05  CNF-RECORDED-BY          PIC X(3).
           05  CNF-THEIR-BALANCE        PIC S9(9)V99.
           05  CNF-DIFFERENCE           PIC S9(9)V99.
           05  CNF-DIFF-NOTE            PIC X(60).

      * COA-STATUS marks an account active or inactive - an
      * inactive account stays on file for old postings but
      * takes no new coding.
      * COA-CAPITAL marks a fixed-asset account (furniture,
      * equipment, vehicles). Paid voucher detail lines coded
      * to one, at or above the control file's capitalization
      * threshold, go to the fixed-asset system through
      * FAEXP01 instead of being re-keyed off the invoice.
      * COA-GL-SEEN-DATE is the day COAIMP01 last found the
      * account on the general ledger's account master
      * extract - zero for one keyed here by hand that no
      * extract has carried yet. COAIMP01 adds the GL's new
      * accounts, takes its names, inactivates what it has
      * closed, and after a full extract removes an account
      * the GL no longer carries - inactivating it instead
      * while anything here still codes to it.
      *--------------------------------------------------------
       FD  COA-FILE
           LABEL RECORDS ARE STANDARD.
           05  COA-STATUS                  PIC X.
               88  COA-IS-ACTIVE           VALUE "A".
               88  COA-IS-INACTIVE         VALUE "I".
           05  COA-CAPITAL                 PIC X.
               88  COA-IS-CAPITAL          VALUE "Y".
           05  COA-GL-SEEN-DATE            PIC 9(8).

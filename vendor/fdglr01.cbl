      *--------------------------------------------------------
      * FDGLR01.CBL
      * Use with FILE SECTION to define the GL posting reject
      * file descriptor.
      * Primary Key - GLR-KEY (the export run's program, run
      *               date and time, and the line number -
      *               the batch trailer of the line rejected)
      * Alternate   - GLR-RESENT-KEY (the GLCOR01 run date,
      *               time and line that re-sent it; zeroes
      *               until it goes out again)
      *
      * One record per line the general ledger rejected off
      * a GL feed (GLEXP01, ACREXP01, GRNEXP01, PPDAMR01,
      * REBRPT01), written by
      * GLACK01 from the GL's acknowledgment file. The line is
      * kept exactly as it was sent in GLR-LINE-IMAGE, so it
      * can go out again on its own:
      *
      *   "R" rejected  - waiting on someone to fix it
      *   "C" corrected - the account put right (or the line
      *                   released as it was, for a batch
      *                   the GL bounced out of balance) in
      *                   GLRJM01, ready for GLCOR01
      *   "S" re-sent   - on a GLCOR01 correction run, not
      *                   yet acknowledged
      *   "P" posted    - the GL accepted the correction
      *
      * A correction the GL rejects again goes back to "R"
      * with the new reason. GLR-ORIGINAL-ACCOUNT keeps the
      * account first sent when the image is corrected.
      * The REDEFINES give the feed's fields: every feed
      * shares the first 69 columns, and columns 70 on hold
      * what the line came from - the check (GLEXP01), the
      * voucher (ACREXP01, PPDAMR01), the PO and vendor
      * (GRNEXP01) or the vendor (REBRPT01).
      *--------------------------------------------------------
       FD  GL-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-REJECT-RECORD.
           05  GLR-KEY.
               10  GLR-SOURCE           PIC X(8).
               10  GLR-RUN-DATE         PIC 9(8).
               10  GLR-RUN-TIME         PIC 9(6).
               10  GLR-LINE-NUMBER      PIC 9(5).
           05  GLR-STATUS               PIC X.
               88  GLR-IS-OPEN          VALUE "R".
               88  GLR-IS-CORRECTED     VALUE "C".
               88  GLR-IS-RESENT        VALUE "S".
               88  GLR-IS-POSTED        VALUE "P".
           05  GLR-REASON               PIC X(30).
           05  GLR-REJECT-DATE          PIC 9(8).
           05  GLR-REJECT-COUNT         PIC 9(3).
           05  GLR-ORIGINAL-ACCOUNT     PIC X(15).
           05  GLR-CORRECTED-BY         PIC X(3).
           05  GLR-CORRECTED-DATE       PIC 9(8).
           05  GLR-RESENT-KEY.
               10  GLR-RESENT-DATE      PIC 9(8).
               10  GLR-RESENT-TIME      PIC 9(6).
               10  GLR-RESENT-LINE      PIC 9(5).
           05  GLR-POSTED-DATE          PIC 9(8).
           05  GLR-LINE-IMAGE           PIC X(130).
           05  GLR-LINE-FIELDS REDEFINES GLR-LINE-IMAGE.
               10  GLR-ACCOUNT          PIC X(15).
               10  FILLER               PIC X(1).
               10  GLR-DEBIT-CREDIT     PIC X(1).
               10  FILLER               PIC X(1).
               10  GLR-AMOUNT           PIC 9(8)V99.
               10  FILLER               PIC X(1).
               10  GLR-POSTING-DATE     PIC 9(8).
               10  FILLER               PIC X(1).
               10  GLR-REFERENCE        PIC X(30).
               10  FILLER               PIC X(1).
               10  GLR-ORIGIN-FIELDS    PIC X(31).
               10  GLR-CHECK-VIEW REDEFINES GLR-ORIGIN-FIELDS.
                   15  GLR-CHECK-NUMBER PIC 9(8).
                   15  FILLER           PIC X(23).
               10  GLR-VOUCHER-VIEW REDEFINES GLR-ORIGIN-FIELDS.
                   15  GLR-VOUCHER-NUMBER
                                        PIC 9(7).
                   15  FILLER           PIC X(24).
               10  GLR-PO-VIEW REDEFINES GLR-ORIGIN-FIELDS.
                   15  GLR-PO-NUMBER    PIC 9(6).
                   15  FILLER           PIC X(1).
                   15  GLR-PO-VENDOR    PIC 9(7).
                   15  FILLER           PIC X(17).
               10  GLR-VENDOR-VIEW REDEFINES GLR-ORIGIN-FIELDS.
                   15  GLR-VENDOR-NUMBER
                                        PIC 9(7).
                   15  FILLER           PIC X(24).
               10  GLR-LINE-TRAILER     PIC X(30).

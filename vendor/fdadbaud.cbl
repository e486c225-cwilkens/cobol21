      *--------------------------------------------------------
      * FDADBAUD.CBL
      * Use with FILE SECTION to define the ACH debit block
      * change audit file descriptor.
      * Primary Key - ADBAUD-KEY
      *   (account + company ID + date + time + sequence
      *    within the second)
      *
      * ADBMNT01 writes one record here for every add,
      * change and delete of an authorized originator - on a
      * change one per field changed, with the before and
      * after values. An add is noted as field "ADDED" and a
      * delete as "DELETED", with the originator's name. The
      * list decides who may take money straight out of the
      * bank account, so who changed it, and when, is kept
      * where a later change can never overwrite it.
      *--------------------------------------------------------
       FD  ACH-DEBIT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-AUDIT-RECORD.
           05  ADBAUD-KEY.
               10  ADBAUD-ACCOUNT       PIC 9(10).
               10  ADBAUD-COMPANY-ID    PIC X(10).
               10  ADBAUD-DATE          PIC 9(8).
               10  ADBAUD-TIME          PIC 9(6).
               10  ADBAUD-SEQ           PIC 9(2).
           05  ADBAUD-FIELD-NAME        PIC X(20).
           05  ADBAUD-OLD-VALUE         PIC X(30).
           05  ADBAUD-NEW-VALUE         PIC X(30).
           05  ADBAUD-OPERATOR          PIC X(3).

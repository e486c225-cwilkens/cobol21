      *--------------------------------------------------------
      * WSCRN01.CBL
      * Use with WORKING-STORAGE alongside PLCRN01.CBL.
      *--------------------------------------------------------
       77  CHECK-RUN-HELD              PIC X.
       77  CHECK-RUN-RECORD-FOUND      PIC X.
       77  HELD-CHECK-COUNT            PIC 9(5).
       77  HELD-RUN-ACCOUNT            PIC 9(10).
       77  HELD-RUN-FIRST              PIC 9(8).

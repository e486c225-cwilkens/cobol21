      *--------------------------------------------------------
      * WSCNT01.CBL
      * Use with WORKING-STORAGE alongside PLCNT01.CBL.
      *--------------------------------------------------------
       77  CONTRACT-CHECK-VENDOR       PIC 9(7).
       77  CONTRACT-CHECK-DATE         PIC 9(8).
       77  CONTRACT-CHECK-AMOUNT       PIC S9(8)V99.
       77  CONTRACT-RECORD-FOUND       PIC X.
       77  CONTRACT-IS-USABLE          PIC X.
       77  CONTRACT-DATE-IS-OK         PIC X.
       77  CONTRACT-OVER-AMOUNT        PIC S9(9)V99.
       77  CONTRACT-PROBLEM            PIC X(40).

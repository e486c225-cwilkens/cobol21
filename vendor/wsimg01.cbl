      *--------------------------------------------
      * WSIMG01.CBL - working storage copy file
      * for the voucher image routines. Used with
      * PLIMG01.CBL (and SLIMG01/FDIMG01).
      *--------------------------------------------
       77  VIMG-FILE-AT-END      PIC X.
       77  VIMG-SHOW-VOUCHER     PIC 9(7).
       77  VIMG-SHOW-COUNT       PIC 9(3).

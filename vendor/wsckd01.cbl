      *--------------------------------------------------------
      * WSCKD01.CBL
      * Use with WORKING-STORAGE in any program that reads
      * the checks issued in a date range (see PLCKD01.CBL
      * for the calling sequence).
      *--------------------------------------------------------
       77  CKD-FROM-DATE               PIC 9(8).
       77  CKD-THRU-DATE               PIC 9(8).
       77  CKD-CHECK-AT-END            PIC X.
       77  CKD-WORK-AT-END             PIC X.
       77  CKD-CHECK-FOUND             PIC X.

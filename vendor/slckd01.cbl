      *----------------------------------------------
      * SLCKD01.CBL
      * Use under FILE-CONTROL, with SLCHK01.CBL, to
      * define the work files for reading the checks
      * issued in a date range (see PLCKD01.CBL for
      * the calling sequence).
      *----------------------------------------------
           SELECT CKD-PRESORT-FILE
               ASSIGN TO "ckdpre"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CKD-SORT-FILE
               ASSIGN TO "SORT".

           SELECT CKD-WORK-FILE
               ASSIGN TO "ckdwork"
               ORGANIZATION IS SEQUENTIAL.

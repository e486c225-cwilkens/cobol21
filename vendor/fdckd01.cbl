      *--------------------------------------------------------
      * FDCKD01.CBL
      * Use with FILE SECTION to define the work files for
      * reading the checks issued in a date range.
      *
      * Each record is just a CHECK-KEY. The presort holds
      * the keys in issue date order, as the CHECK-ISSUE-DATE
      * alternate key gave them up; the work file holds the
      * same keys sorted back into CHECK-KEY order.
      *--------------------------------------------------------
       FD  CKD-PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKD-PRESORT-RECORD.
           05  CKD-PRESORT-KEY             PIC X(18).

       SD  CKD-SORT-FILE.
       01  CKD-SORT-RECORD.
           05  CKD-SORT-KEY                PIC X(18).

       FD  CKD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKD-WORK-RECORD.
           05  CKD-WORK-KEY                PIC X(18).

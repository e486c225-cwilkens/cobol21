      *--------------------------------------------------------
      * WSALC01.CBL
      * Use with WORKING-STORAGE alongside PLALC01.CBL.
      *--------------------------------------------------------
       77  ALLOC-CHECK-CODE            PIC X(6).
       77  ALLOC-CHECK-NUMBER          PIC 9(7).
       77  ALLOC-CHECK-AMOUNT          PIC S9(8)V99.
       77  ALLOC-CHECK-FOR             PIC X(30).
       77  ALLOC-CHECK-PROJECT         PIC X(8).
       77  ALLOC-CHECK-COST-CODE       PIC X(6).
       77  ALLOC-RECORD-FOUND          PIC X.
       77  ALLOC-PROBLEM               PIC X(40).
       77  ALLOC-SUB                   PIC 99.
       77  ALLOC-BIG-SUB               PIC 99.
       77  ALLOC-PCT-TOTAL             PIC 9(5)V99.
       77  ALLOC-AMOUNT-TOTAL          PIC S9(9)V99.
       77  ALLOC-LINES-WRITTEN         PIC 99.
       01  ALLOC-AMOUNT-TABLE.
           05  ALLOC-LINE-AMOUNT       PIC S9(8)V99
                                       OCCURS 20 TIMES.

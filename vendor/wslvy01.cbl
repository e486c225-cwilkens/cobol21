      *--------------------------------------------
      * WSLVY01.CBL - working storage copy file
      * for the levy and garnishment routines.
      * Used with PLLVY01.CBL (figuring and
      * posting the levies on a payment -
      * SLLVY01/FDLVY01 and SLLVD01/FDLVD01) and
      * PLLVD01.CBL (finding the deductions on a
      * check - SLLVD01/FDLVD01).
      *--------------------------------------------
       77  LVY-PAYEE             PIC 9(7).
       77  LVY-PAY-DATE          PIC 9(8).
       77  LVY-PAYMENT           PIC S9(9)V99.
       77  LVY-LEFT              PIC S9(9)V99.
       77  LVY-TOTAL             PIC S9(9)V99.
       77  LVY-THIS-AMOUNT       PIC S9(9)V99.
       77  LVY-OWED              PIC S9(8)V99.
       77  LVY-COUNT             PIC 9(2).
       77  LVY-SUB               PIC 9(2).
       77  LVY-ORDER-AT-END      PIC X.
       77  LVY-ORDER-FOUND       PIC X.

       77  LVY-CHECK-ACCOUNT     PIC 9(10).
       77  LVY-CHECK-NUMBER      PIC 9(8).
       77  LVY-REMIT-NUMBER      PIC 9(8).
       77  LVY-DED-AT-END        PIC X.
       77  LVY-REMIT-FOUND       PIC X.

      *--------------------------------------------
      * The orders that take a share of the
      * payment being made, in the order they
      * are satisfied.
      *--------------------------------------------
       01  LVY-TABLE.
           05  LVY-ENTRY OCCURS 10 TIMES.
               10  LVY-ENTRY-SEQ         PIC 9(3).
               10  LVY-ENTRY-AUTHORITY   PIC 9(7).
               10  LVY-ENTRY-TYPE        PIC X.
               10  LVY-ENTRY-REFERENCE   PIC X(15).
               10  LVY-ENTRY-AMOUNT      PIC S9(8)V99.
               10  LVY-ENTRY-BALANCE     PIC S9(8)V99.

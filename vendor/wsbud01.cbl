      *--------------------------------------------------------
      * WSBUD01.CBL
      * Use with WORKING-STORAGE alongside PLBUD01.CBL.
      *--------------------------------------------------------
       77  FUNDS-CHECK-ACCOUNT         PIC X(15).
       77  FUNDS-CHECK-YEAR            PIC 9(4).
       77  FUNDS-CHECK-PO              PIC 9(6).
       77  FUNDS-CHECK-AMOUNT          PIC S9(9)V99.
       77  FUNDS-BUDGET-FOUND          PIC X.
       77  FUNDS-ARE-SHORT             PIC X.
       77  FUNDS-BUDGET                PIC S9(9)V99.
       77  FUNDS-ACTUAL                PIC S9(9)V99.
       77  FUNDS-ENCUMBERED            PIC S9(9)V99.
       77  FUNDS-AVAILABLE             PIC S9(9)V99.
       77  FUNDS-SHORT-AMOUNT          PIC S9(9)V99.
       77  FUNDS-FILE-AT-END           PIC X.
       77  FUNDS-DETAIL-AT-END         PIC X.
       77  FUNDS-VENDOR-FOUND          PIC X.
       77  FUNDS-NUMBER                PIC 9(7).
       77  FUNDS-VENDOR                PIC 9(7).
       77  FUNDS-AMOUNT                PIC S9(8)V99.
       77  FUNDS-LINES-USED            PIC 9(3).
       77  FUNDS-POSTING-ACCOUNT       PIC X(15).
       77  FUNDS-SUSPENSE-ACCOUNT      PIC X(15)
                                       VALUE "9999-SUSPENSE".
       01  FUNDS-SAVE-PO-RECORD        PIC X(200).

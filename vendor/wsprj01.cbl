      *--------------------------------------------------------
      * WSPRJ01.CBL
      * Use with WORKING-STORAGE alongside PLPRJ01.CBL.
      *--------------------------------------------------------
       77  PROJECT-CHECK-NUMBER        PIC X(8).
       77  PROJECT-CHECK-COST-CODE     PIC X(6).
       77  PROJECT-RECORD-FOUND        PIC X.
       77  COST-CODE-RECORD-FOUND      PIC X.
       77  PROJECT-PROBLEM             PIC X(40).

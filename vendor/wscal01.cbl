      *--------------------------------------------------------
      * WSCAL01.CBL
      * Use with WORKING-STORAGE alongside PLCAL01.CBL.
      *--------------------------------------------------------
       77  CAL-ACCOUNT-WANTED          PIC 9(10).
       77  CAL-FROM-DATE               PIC 9(8).
       77  CAL-THIS-RUN                PIC 9(8).
       77  CAL-NEXT-RUN                PIC 9(8).
       77  CAL-CUTOFF                  PIC 9(8).
       77  CAL-RUN-ADJUSTED            PIC 9(8).
       77  CAL-FILE-AT-END             PIC X.

      *--------------------------------------------
      * WSZIP01.CBL - working storage copy file
      * for the ZIP code checks. Used with
      * PLZIP01.CBL (and SLZIP01/FDZIP01).
      *--------------------------------------------
       77  ZIPCHK-ZIP            PIC X(10).
       77  ZIPCHK-STATE          PIC X(2).
       77  ZIPCHK-FORMAT-OK      PIC X.
       77  ZIPCHK-STATE-OK       PIC X.
       77  ZIPCHK-ZIP-STATE      PIC X(2).
       77  ZIPCHK-PREFIX-FOUND   PIC X.

       01  VCH-IMG-AREA.
           05  FILLER                PIC X(59).
           05  VCH-IMG-AMOUNT        PIC S9(8)V99.
           05  FILLER                PIC X(304).

       01  CHK-IMG-AREA.
           05  FILLER                PIC X(18).
           05  CHK-IMG-AMOUNT        PIC S9(8)V99.
           05  FILLER                PIC X(151).

       77  LINE-COUNT                PIC 999 VALUE ZERO.
       77  PAGE-NUMBER               PIC 9999 VALUE ZERO.

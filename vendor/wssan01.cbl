      *--------------------------------------------
      * WSSAN01.CBL - working storage copy file
      * for the sanctions screening routines.
      * Used with PLSAN01.CBL (name normalizing,
      * needs WSCASE01 too), PLSAN02.CBL
      * (screening, SLSDN01/FDSDN01 and
      * SLSAN01/FDSAN01) and PLSAN03.CBL (the
      * payment block check, SLSAN01/FDSAN01).
      *--------------------------------------------
       77  SAN-RAW-NAME          PIC X(60).
       77  SAN-MATCH-NAME        PIC X(40).
       77  SAN-MATCH-PTR         PIC 99.
       77  SAN-ONE-CHAR          PIC X.
           88  SAN-CHAR-IS-KEPT      VALUES "A" THRU "Z"
                                            "0" THRU "9".
           88  SAN-CHAR-IS-JOINER    VALUES "." "'".
       77  SAN-CHAR-SUB          PIC 99.
       77  SAN-WORD-SUB          PIC 99.
       77  SAN-WORD-COUNT        PIC 99.
       77  SAN-WORD-LEN          PIC 99.
       77  SAN-WORD-ACTIVE       PIC X.
       77  SAN-SWAP-WORD         PIC X(20).
       77  SAN-SORT-SWAPPED      PIC X.
       77  SAN-NOISE-SUB         PIC 99.
       77  SAN-IS-NOISE          PIC X.

       77  SAN-SCREEN-TYPE       PIC X.
       77  SAN-SCREEN-PARTY      PIC 9(7).
       77  SAN-SCREEN-NAME       PIC X(30).
       77  SAN-SCREEN-HITS       PIC 9(3).
       77  SAN-SCREEN-OPEN       PIC 9(3).
       77  SAN-SCREEN-NEW        PIC 9(3).
       77  SAN-SDN-AT-END        PIC X.
       77  SAN-HIT-FOUND         PIC X.
       77  SAN-TODAY             PIC 9(8).

       77  SAN-CHECK-TYPE        PIC X.
       77  SAN-CHECK-PARTY       PIC 9(7).
       77  SAN-SCAN-TYPE         PIC X.
       77  SAN-PARTY-BLOCKED     PIC X.
       77  SAN-HIT-AT-END        PIC X.

       01  SAN-WORD-TABLE.
           05  SAN-WORD          PIC X(20) OCCURS 12 TIMES.

      *--------------------------------------------
      * Words that say what kind of business a
      * party is, not who it is - dropped before
      * matching so "ACME TRADING CO" and "ACME
      * TRADING LTD" are the same name.
      *--------------------------------------------
       01  SAN-NOISE-VALUES.
           05  FILLER            PIC X(12) VALUE "THE".
           05  FILLER            PIC X(12) VALUE "AND".
           05  FILLER            PIC X(12) VALUE "OF".
           05  FILLER            PIC X(12) VALUE "INC".
           05  FILLER            PIC X(12) VALUE "INCORPORATED".
           05  FILLER            PIC X(12) VALUE "CORP".
           05  FILLER            PIC X(12) VALUE "CORPORATION".
           05  FILLER            PIC X(12) VALUE "CO".
           05  FILLER            PIC X(12) VALUE "COMPANY".
           05  FILLER            PIC X(12) VALUE "LLC".
           05  FILLER            PIC X(12) VALUE "LTD".
           05  FILLER            PIC X(12) VALUE "LIMITED".
           05  FILLER            PIC X(12) VALUE "LP".
           05  FILLER            PIC X(12) VALUE "LLP".
           05  FILLER            PIC X(12) VALUE "PLC".
           05  FILLER            PIC X(12) VALUE "SA".
           05  FILLER            PIC X(12) VALUE "AG".
           05  FILLER            PIC X(12) VALUE "GMBH".
           05  FILLER            PIC X(12) VALUE "DBA".
       01  SAN-NOISE-TABLE REDEFINES SAN-NOISE-VALUES.
           05  SAN-NOISE-WORD    PIC X(12) OCCURS 19 TIMES.

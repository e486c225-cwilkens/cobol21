      *--------------------------------------------------------
      * WSFPR01.CBL
      * Use with WORKING-STORAGE alongside PLFPR01.CBL.
      *--------------------------------------------------------
       77  FISCAL-CHECK-DATE           PIC 9(8).
       77  FISCAL-PERIOD-FOUND         PIC X.
       77  FISCAL-DATE-IS-OPEN         PIC X.
       77  FISCAL-SOFT-CLOSE-OK        PIC X.
       77  FISCAL-PERIOD-STAMP         PIC 9(6).
       77  FISCAL-STAMP-YYYYMMDD       PIC 9(8).

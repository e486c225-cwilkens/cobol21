      *--------------------------------------------------------
      * PLFPR01.CBL
      * Fiscal period routines. The program must COPY
      * slfpr01/fdfpr01 (and OPEN the FISCAL-PERIOD-FILE)
      * and WSFPR01.
      *
      * USAGE:
      *  MOVE date(YYYYMMDD) TO FISCAL-CHECK-DATE.
      *  MOVE "Y" or "N" TO FISCAL-SOFT-CLOSE-OK.
      *  PERFORM CHECK-FISCAL-PERIOD.
      *      FISCAL-DATE-IS-OPEN comes back "N" when the
      *      date falls in a closed period, or in a soft-
      *      closed one and FISCAL-SOFT-CLOSE-OK is not "Y"
      *      (callers set it "Y" for a level-9 supervisor).
      *      FISCAL-PERIOD-STAMP comes back as the fiscal
      *      year and period (CCYYPP), and the period record
      *      is left in FISCAL-PERIOD-RECORD when
      *      FISCAL-PERIOD-FOUND is "Y".
      *
      * A date no period covers - no calendar keyed yet, or
      * a year not set up - is open, and is stamped with its
      * calendar year and month so the GL still gets a
      * period it can post to.
      *--------------------------------------------------------

       CHECK-FISCAL-PERIOD.
           PERFORM FIND-FISCAL-PERIOD.
           MOVE "Y" TO FISCAL-DATE-IS-OPEN.
           IF FISCAL-PERIOD-FOUND = "N"
               MOVE FISCAL-CHECK-DATE TO FISCAL-STAMP-YYYYMMDD
               MOVE FISCAL-STAMP-YYYYMMDD (1:6)
                   TO FISCAL-PERIOD-STAMP
           ELSE
               MOVE FISCAL-PERIOD-ID TO FISCAL-PERIOD-STAMP
               PERFORM CHECK-FISCAL-PERIOD-STATUS.

       CHECK-FISCAL-PERIOD-STATUS.
           IF FISCAL-PERIOD-IS-CLOSED
               MOVE "N" TO FISCAL-DATE-IS-OPEN
           ELSE
           IF FISCAL-PERIOD-IS-SOFT-CLOSED
                   AND FISCAL-SOFT-CLOSE-OK NOT = "Y"
               MOVE "N" TO FISCAL-DATE-IS-OPEN.

      *--------------------------------
      * The first period ending on or
      * after the date holds it - as
      * long as it has started by then.
      *--------------------------------
       FIND-FISCAL-PERIOD.
           MOVE "Y" TO FISCAL-PERIOD-FOUND.
           MOVE FISCAL-CHECK-DATE TO FISCAL-PERIOD-END-DATE.
           START FISCAL-PERIOD-FILE
               KEY NOT < FISCAL-PERIOD-END-DATE
               INVALID KEY
               MOVE "N" TO FISCAL-PERIOD-FOUND.
           IF FISCAL-PERIOD-FOUND = "Y"
               READ FISCAL-PERIOD-FILE NEXT RECORD
                   AT END
                   MOVE "N" TO FISCAL-PERIOD-FOUND.
           IF FISCAL-PERIOD-FOUND = "Y"
               IF FISCAL-PERIOD-START-DATE > FISCAL-CHECK-DATE
                   MOVE "N" TO FISCAL-PERIOD-FOUND.

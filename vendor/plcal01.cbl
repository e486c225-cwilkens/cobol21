      *--------------------------------------------------------
      * PLCAL01.CBL
      * Payment run calendar routines. The program must COPY
      * slcal01/fdcal01 (and OPEN the PAY-CALENDAR-FILE),
      * the business-day routines (slhol01/fdhol01,
      * wsbday01/plbday01, with the HOLIDAY-FILE open), the
      * date library (wsdate01/pldate01), and WSCAL01.
      *
      * USAGE:
      *  MOVE account TO CAL-ACCOUNT-WANTED.
      *  MOVE date(YYYYMMDD) TO CAL-FROM-DATE.
      *  PERFORM FIND-THE-NEXT-RUNS.
      *
      * RETURNS:
      *  CAL-THIS-RUN - the first run on or after the date
      *                 given
      *  CAL-NEXT-RUN - the run after that one
      *  CAL-CUTOFF   - the day before CAL-NEXT-RUN: what
      *                 is due by then has to go out on
      *                 CAL-THIS-RUN or it will be late
      * each zero when the calendar runs out.
      *
      *  MOVE a calendar record's CAL-RUN-DATE in place and
      *  PERFORM ADJUST-THE-RUN-DATE.
      *      CAL-RUN-ADJUSTED is the day the run is really
      *      taken - the date itself on a business day,
      *      otherwise the business day before it.
      *--------------------------------------------------------
       FIND-THE-NEXT-RUNS.
           MOVE ZEROES TO CAL-THIS-RUN CAL-NEXT-RUN CAL-CUTOFF.
           MOVE CAL-ACCOUNT-WANTED TO CAL-ACCOUNT.
           MOVE ZEROES TO CAL-RUN-DATE.
           PERFORM READ-FIRST-CALENDAR-RUN.
           PERFORM LOOK-AT-ONE-CALENDAR-RUN
               UNTIL CAL-FILE-AT-END = "Y"
                   OR CAL-NEXT-RUN NOT = ZEROES.
           IF CAL-NEXT-RUN NOT = ZEROES
               MOVE CAL-NEXT-RUN TO DATE-YYYYMMDD
               MOVE -1 TO DAYS-TO-ADD
               PERFORM ADD-DAYS-TO-DATE
               MOVE DATE-YYYYMMDD TO CAL-CUTOFF.

       LOOK-AT-ONE-CALENDAR-RUN.
           PERFORM ADJUST-THE-RUN-DATE.
           IF CAL-RUN-ADJUSTED NOT < CAL-FROM-DATE
               IF CAL-THIS-RUN = ZEROES
                   MOVE CAL-RUN-ADJUSTED TO CAL-THIS-RUN
               ELSE
               IF CAL-RUN-ADJUSTED > CAL-THIS-RUN
                   MOVE CAL-RUN-ADJUSTED TO CAL-NEXT-RUN.
           IF CAL-NEXT-RUN = ZEROES
               PERFORM READ-NEXT-CALENDAR-RUN.

       ADJUST-THE-RUN-DATE.
           MOVE CAL-RUN-DATE TO BUSINESS-DAY-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF BUSINESS-DAY-FLAG = "N"
               PERFORM PREVIOUS-BUSINESS-DAY.
           MOVE BUSINESS-DAY-DATE TO CAL-RUN-ADJUSTED.

       READ-FIRST-CALENDAR-RUN.
           MOVE "N" TO CAL-FILE-AT-END.
           START PAY-CALENDAR-FILE
               KEY NOT < CAL-KEY
               INVALID KEY
               MOVE "Y" TO CAL-FILE-AT-END.
           IF CAL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CALENDAR-RUN.

       READ-NEXT-CALENDAR-RUN.
           MOVE "N" TO CAL-FILE-AT-END.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CAL-FILE-AT-END.
           IF CAL-FILE-AT-END NOT = "Y"
               AND CAL-ACCOUNT NOT = CAL-ACCOUNT-WANTED
               MOVE "Y" TO CAL-FILE-AT-END.

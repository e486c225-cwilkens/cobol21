      *--------------------------------------------------------
      * FDFPR01.CBL
      * Use with FILE SECTION to define the fiscal period
      * calendar file descriptor.
      * Primary Key   - FISCAL-PERIOD-END-DATE (CCYYMMDD)
      * Alternate Key - FISCAL-PERIOD-ID (fiscal year and
      *                 period number, no duplicates)
      *
      * One record per accounting period, keyed in FPRMNT01
      * by a supervisor. The periods need not be calendar
      * months - a 4-4-5 quarter or a 13-period year is just
      * a different set of start and end dates. Keying on
      * the END date lets the date routines (PLFPR01.CBL)
      * find the period holding any date with one START.
      *
      * FISCAL-PERIOD-STATUS:
      *   "O" Open        - anything may be dated into it.
      *   "S" Soft-closed - the month-end is under way; only
      *                     a level-9 supervisor may still
      *                     date a voucher or check into it.
      *   "C" Closed      - the GL has closed the period and
      *                     nothing more may be dated into it.
      * FISCAL-PERIOD-CHANGED-BY/-DATE is the last operator
      * to change the status, and when.
      *--------------------------------------------------------
       FD  FISCAL-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  FISCAL-PERIOD-RECORD.
           05  FISCAL-PERIOD-END-DATE   PIC 9(8).
           05  FISCAL-PERIOD-ID.
               10  FISCAL-PERIOD-YEAR   PIC 9(4).
               10  FISCAL-PERIOD-NUMBER PIC 9(2).
           05  FISCAL-PERIOD-START-DATE PIC 9(8).
           05  FISCAL-PERIOD-STATUS     PIC X.
               88  FISCAL-PERIOD-IS-OPEN        VALUE "O".
               88  FISCAL-PERIOD-IS-SOFT-CLOSED VALUE "S".
               88  FISCAL-PERIOD-IS-CLOSED      VALUE "C".
           05  FISCAL-PERIOD-CHANGED-BY PIC X(3).
           05  FISCAL-PERIOD-CHANGED-DATE PIC 9(8).

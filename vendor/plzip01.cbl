      *-----------------------------------
      * procedures copy file for checking
      * a ZIP code - its format, and that
      * it belongs to the address's state.
      * Needs the ZIP-PREFIX-FILE open.
      *
      * USAGE:
      *  MOVE zip TO ZIPCHK-ZIP.
      *  MOVE state TO ZIPCHK-STATE.
      *  PERFORM CHECK-ZIP-FOR-STATE.
      * ZIPCHK-FORMAT-OK comes back "Y"
      * for 99999 or 99999-9999, "N" for
      * anything else. ZIPCHK-STATE-OK
      * comes back "Y" when the ZIP's
      * prefix belongs to the state, "N"
      * when it belongs to another state
      * (named in ZIPCHK-ZIP-STATE), and
      * "?" when the ZIP cannot be looked
      * up - a bad format or a prefix not
      * on the reference file.
      *
      *  PERFORM WARN-ON-ZIP-STATE.
      * does the same check and puts any
      * problem on the screen - a warning
      * only, the entry stands.
      *-----------------------------------
       CHECK-ZIP-FOR-STATE.
           MOVE "N" TO ZIPCHK-FORMAT-OK.
           MOVE "?" TO ZIPCHK-STATE-OK.
           MOVE SPACE TO ZIPCHK-ZIP-STATE.
           IF ZIPCHK-ZIP(1:5) NUMERIC
               IF ZIPCHK-ZIP(6:5) = SPACE
                   MOVE "Y" TO ZIPCHK-FORMAT-OK
               ELSE
               IF ZIPCHK-ZIP(6:1) = "-"
                       AND ZIPCHK-ZIP(7:4) NUMERIC
                   MOVE "Y" TO ZIPCHK-FORMAT-OK.
           IF ZIPCHK-FORMAT-OK = "Y"
               PERFORM LOOK-UP-ZIP-PREFIX.

       LOOK-UP-ZIP-PREFIX.
           MOVE ZIPCHK-ZIP(1:3) TO ZIP-PREFIX.
           PERFORM READ-ZIP-PREFIX-RECORD.
           IF ZIPCHK-PREFIX-FOUND = "Y"
               MOVE ZIP-STATE TO ZIPCHK-ZIP-STATE
               IF ZIP-STATE = ZIPCHK-STATE
                   MOVE "Y" TO ZIPCHK-STATE-OK
               ELSE
                   MOVE "N" TO ZIPCHK-STATE-OK.

       WARN-ON-ZIP-STATE.
           PERFORM CHECK-ZIP-FOR-STATE.
           IF ZIPCHK-FORMAT-OK = "N"
               DISPLAY "** WARNING - ZIP " ZIPCHK-ZIP
                       " IS NOT 99999 OR 99999-9999 **"
           ELSE
           IF ZIPCHK-STATE-OK = "N"
               DISPLAY "** WARNING - ZIP " ZIPCHK-ZIP
                       " IS IN " ZIPCHK-ZIP-STATE
                       ", NOT " ZIPCHK-STATE " **"
               DISPLAY "- CHECK THE ADDRESS BEFORE ANYTHING IS MAILED".

       READ-ZIP-PREFIX-RECORD.
           MOVE "Y" TO ZIPCHK-PREFIX-FOUND.
           READ ZIP-PREFIX-FILE RECORD
               INVALID KEY
               MOVE "N" TO ZIPCHK-PREFIX-FOUND.

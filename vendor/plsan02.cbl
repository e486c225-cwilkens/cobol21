      *-----------------------------------
      * procedures copy file for screening
      * one name against the sanctions
      * list. Needs PLSAN01 as well, the
      * SDN-FILE open INPUT and the
      * SANCTIONS-HIT-FILE open I-O.
      *
      * USAGE:
      *  MOVE "V", "R" or "O" TO
      *      SAN-SCREEN-TYPE.
      *  MOVE vendor or voucher TO
      *      SAN-SCREEN-PARTY.
      *  MOVE name TO SAN-SCREEN-NAME.
      *  PERFORM SCREEN-SANCTIONS-NAME.
      * Every SDN entry the name matches
      * is counted in SAN-SCREEN-HITS and
      * gets a hit record, written open
      * if it is new (SAN-SCREEN-NEW).
      * SAN-SCREEN-OPEN counts the matches
      * that now stop payment - open or
      * confirmed.
      *-----------------------------------
       SCREEN-SANCTIONS-NAME.
           MOVE ZEROES TO SAN-SCREEN-HITS.
           MOVE ZEROES TO SAN-SCREEN-OPEN.
           MOVE ZEROES TO SAN-SCREEN-NEW.
           ACCEPT SAN-TODAY FROM DATE YYYYMMDD.
           MOVE SAN-SCREEN-NAME TO SAN-RAW-NAME.
           PERFORM NORMALIZE-SANCTIONS-NAME.
           IF SAN-MATCH-NAME NOT = SPACE
               PERFORM LOOK-UP-SDN-MATCHES.

       LOOK-UP-SDN-MATCHES.
           MOVE SAN-MATCH-NAME TO SDN-MATCH-NAME.
           MOVE "N" TO SAN-SDN-AT-END.
           START SDN-FILE
               KEY IS EQUAL TO SDN-MATCH-NAME
               INVALID KEY
               MOVE "Y" TO SAN-SDN-AT-END.
           IF SAN-SDN-AT-END NOT = "Y"
               PERFORM READ-NEXT-SDN-MATCH.
           PERFORM RECORD-ONE-SDN-MATCH
               UNTIL SAN-SDN-AT-END = "Y".

      *--------------------------------
      * A cleared hit is left alone
      * while the name screened is the
      * name the officer cleared - a
      * renamed vendor is a new
      * question and opens it again.
      *--------------------------------
       RECORD-ONE-SDN-MATCH.
           ADD 1 TO SAN-SCREEN-HITS.
           MOVE SAN-SCREEN-TYPE TO SANHIT-PARTY-TYPE.
           MOVE SAN-SCREEN-PARTY TO SANHIT-PARTY.
           MOVE SDN-ENTRY TO SANHIT-ENTRY.
           PERFORM READ-SANCTIONS-HIT.
           IF SAN-HIT-FOUND = "N"
               PERFORM WRITE-NEW-SANCTIONS-HIT
           ELSE
           IF SANHIT-IS-CLEARED
                   AND SANHIT-SCREENED-NAME NOT = SAN-SCREEN-NAME
               PERFORM REOPEN-SANCTIONS-HIT.
           IF SANHIT-BLOCKS-PAYMENT
               ADD 1 TO SAN-SCREEN-OPEN.
           PERFORM READ-NEXT-SDN-MATCH.

       WRITE-NEW-SANCTIONS-HIT.
           MOVE SPACE TO SANHIT-DECIDED-BY.
           MOVE ZEROES TO SANHIT-DECIDED-DATE.
           MOVE SPACE TO SANHIT-REASON.
           PERFORM FILL-SANCTIONS-HIT.
           WRITE SANCTIONS-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SANCTIONS HIT RECORD".
           ADD 1 TO SAN-SCREEN-NEW.

       REOPEN-SANCTIONS-HIT.
           PERFORM FILL-SANCTIONS-HIT.
           REWRITE SANCTIONS-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".

       FILL-SANCTIONS-HIT.
           MOVE SAN-SCREEN-NAME TO SANHIT-SCREENED-NAME.
           MOVE SDN-NAME TO SANHIT-SDN-NAME.
           MOVE SDN-PROGRAM TO SANHIT-SDN-PROGRAM.
           MOVE "O" TO SANHIT-STATUS.
           MOVE SAN-TODAY TO SANHIT-FOUND-DATE.

       READ-NEXT-SDN-MATCH.
           READ SDN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SAN-SDN-AT-END.
           IF SAN-SDN-AT-END NOT = "Y"
                   AND SDN-MATCH-NAME NOT = SAN-MATCH-NAME
               MOVE "Y" TO SAN-SDN-AT-END.

       READ-SANCTIONS-HIT.
           MOVE "Y" TO SAN-HIT-FOUND.
           READ SANCTIONS-HIT-FILE RECORD
               INVALID KEY
               MOVE "N" TO SAN-HIT-FOUND.

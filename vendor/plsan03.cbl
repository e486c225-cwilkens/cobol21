      *-----------------------------------
      * procedures copy file for asking
      * whether sanctions screening stops
      * a payment. Needs the
      * SANCTIONS-HIT-FILE open.
      *
      * USAGE:
      *  MOVE "V" TO SAN-CHECK-TYPE and
      *      the vendor TO SAN-CHECK-PARTY
      *      (its name and its remit-to
      *      are both looked at), or
      *  MOVE "O" TO SAN-CHECK-TYPE and
      *      the one-time payee's voucher
      *      TO SAN-CHECK-PARTY.
      *  PERFORM CHECK-SANCTIONS-BLOCK.
      * SAN-PARTY-BLOCKED comes back "Y"
      * while any hit for the party is
      * open or confirmed.
      *-----------------------------------
       CHECK-SANCTIONS-BLOCK.
           MOVE "N" TO SAN-PARTY-BLOCKED.
           IF SAN-CHECK-TYPE = "V"
               MOVE "V" TO SAN-SCAN-TYPE
               PERFORM SCAN-SANCTIONS-HITS
               MOVE "R" TO SAN-SCAN-TYPE
               PERFORM SCAN-SANCTIONS-HITS
           ELSE
               MOVE SAN-CHECK-TYPE TO SAN-SCAN-TYPE
               PERFORM SCAN-SANCTIONS-HITS.

       SCAN-SANCTIONS-HITS.
           MOVE SAN-SCAN-TYPE TO SANHIT-PARTY-TYPE.
           MOVE SAN-CHECK-PARTY TO SANHIT-PARTY.
           MOVE ZEROES TO SANHIT-ENTRY.
           MOVE "N" TO SAN-HIT-AT-END.
           START SANCTIONS-HIT-FILE
               KEY NOT < SANHIT-KEY
               INVALID KEY
               MOVE "Y" TO SAN-HIT-AT-END.
           IF SAN-HIT-AT-END NOT = "Y"
               PERFORM READ-NEXT-PARTY-HIT.
           PERFORM CHECK-ONE-PARTY-HIT
               UNTIL SAN-HIT-AT-END = "Y"
                   OR SAN-PARTY-BLOCKED = "Y".

       CHECK-ONE-PARTY-HIT.
           IF SANHIT-BLOCKS-PAYMENT
               MOVE "Y" TO SAN-PARTY-BLOCKED
           ELSE
               PERFORM READ-NEXT-PARTY-HIT.

       READ-NEXT-PARTY-HIT.
           READ SANCTIONS-HIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO SAN-HIT-AT-END.
           IF SAN-HIT-AT-END NOT = "Y"
               IF SANHIT-PARTY-TYPE NOT = SAN-SCAN-TYPE
                       OR SANHIT-PARTY NOT = SAN-CHECK-PARTY
                   MOVE "Y" TO SAN-HIT-AT-END.

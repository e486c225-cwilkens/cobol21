      *-----------------------------------
      * procedures copy file for finding
      * the levy and garnishment
      * deductions behind a check. Needs
      * the LEVY-DEDUCTION-FILE open.
      *
      * USAGE:
      *  MOVE the check key TO
      *      LVY-CHECK-ACCOUNT and
      *      LVY-CHECK-NUMBER.
      *  PERFORM START-CHECK-LEVIES.
      *  then, UNTIL LVY-DED-AT-END = "Y",
      *      use LEVY-DEDUCTION-RECORD -
      *      an order that cut this
      *      (vendor's) check short - and
      *  PERFORM READ-NEXT-CHECK-LEVY.
      * or
      *  PERFORM FIND-LEVY-REMITTANCE.
      * LVY-REMIT-FOUND comes back "Y"
      * when the check is the one that
      * paid an authority, with the
      * deduction it paid in
      * LEVY-DEDUCTION-RECORD.
      *-----------------------------------
       START-CHECK-LEVIES.
           MOVE LVY-CHECK-ACCOUNT TO LVYDED-ACCOUNT.
           MOVE LVY-CHECK-NUMBER TO LVYDED-CHECK.
           MOVE ZEROES TO LVYDED-VENDOR LVYDED-SEQ.
           MOVE "N" TO LVY-DED-AT-END.
           START LEVY-DEDUCTION-FILE
               KEY NOT < LVYDED-KEY
               INVALID KEY
               MOVE "Y" TO LVY-DED-AT-END.
           IF LVY-DED-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-LEVY.

       READ-NEXT-CHECK-LEVY.
           READ LEVY-DEDUCTION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LVY-DED-AT-END.
           IF LVY-DED-AT-END NOT = "Y"
               IF LVYDED-ACCOUNT NOT = LVY-CHECK-ACCOUNT
                       OR LVYDED-CHECK NOT = LVY-CHECK-NUMBER
                   MOVE "Y" TO LVY-DED-AT-END.

       FIND-LEVY-REMITTANCE.
           MOVE LVY-CHECK-ACCOUNT TO LVYDED-REMIT-ACCOUNT.
           MOVE LVY-CHECK-NUMBER TO LVYDED-REMIT-CHECK.
           MOVE "Y" TO LVY-REMIT-FOUND.
           READ LEVY-DEDUCTION-FILE RECORD
               KEY IS LVYDED-REMIT-KEY
               INVALID KEY
               MOVE "N" TO LVY-REMIT-FOUND.

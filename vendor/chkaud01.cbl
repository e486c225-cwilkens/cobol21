
      *--------------------------------
      * Wires live in their own 90000001-
      * up series and vendor debits in
      * their 80000001-up series, and
      * neither touches the physical
      * check stock - they are left out
      * of the sequence audit entirely.
      *--------------------------------
       READ-NEXT-CHECK.
           PERFORM READ-ONE-CHECK-RECORD.
           PERFORM READ-ONE-CHECK-RECORD
               UNTIL CHECK-FILE-AT-END = "Y"
               OR (NOT CHECK-IS-WIRE AND NOT CHECK-IS-DEBIT
                   AND NOT CHECK-IS-CARD).

       READ-ONE-CHECK-RECORD.
           MOVE "N" TO CHECK-FILE-AT-END.

           IF CHECK-IS-VOIDED
                   OR CHECK-IS-ESCHEATED
                   OR CHECK-IS-ACH-PAID
                   OR CHECK-IS-CARD
               MOVE "N" TO CHECK-OUTSTANDING.
           IF CHECK-CLEARED = "Y"
                   AND (CHECK-CLEARED-DATE = ZEROES

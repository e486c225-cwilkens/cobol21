               MOVE "M" TO PRINT-MANUAL.
           IF CHECK-IS-WIRE
               MOVE "W" TO PRINT-MANUAL.
           IF CHECK-IS-DEBIT
               MOVE "D" TO PRINT-MANUAL.
           IF CHECK-IS-CARD
               MOVE "C" TO PRINT-MANUAL.
           IF CHECK-SECOND-SIG = "Y"
               MOVE "2" TO PRINT-SECOND-SIG.
           IF CHECK-SECOND-SIG = "R"

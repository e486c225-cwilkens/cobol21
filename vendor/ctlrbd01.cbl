               MOVE ZEROES TO CONTROL-LOCK-LAST-CHECK
               MOVE ZEROES TO CONTROL-LAST-WIRE
               MOVE ZEROES TO CONTROL-DUAL-SIG-LIMIT
               MOVE ZEROES TO CONTROL-NRA-WHT-RATE
               MOVE ZEROES TO CONTROL-MILEAGE-RATE
               MOVE ZEROES TO CONTROL-CAPITAL-THRESHOLD
               MOVE ZEROES TO CONTROL-VERIFY-LIMIT
               MOVE ZEROES TO CONTROL-LAST-CARD
               MOVE ZEROES TO CONTROL-CARD-REBATE-RATE
               MOVE HIGH-VOUCHER-NUMBER TO CONTROL-LAST-VOUCHER
               PERFORM WRITE-CONTROL-RECORD
           ELSE

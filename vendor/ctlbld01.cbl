           MOVE ZEROES TO CONTROL-LOCK-DATE CONTROL-LOCK-TIME
                          CONTROL-LOCK-LAST-CHECK
                          CONTROL-LAST-WIRE
                          CONTROL-DUAL-SIG-LIMIT
                          CONTROL-NRA-WHT-RATE
                          CONTROL-MILEAGE-RATE
                          CONTROL-CAPITAL-THRESHOLD
                          CONTROL-VERIFY-LIMIT
                          CONTROL-LAST-CARD
                          CONTROL-CARD-REBATE-RATE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.


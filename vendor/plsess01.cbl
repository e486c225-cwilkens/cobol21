      * RETURNS:
      *  SIGNED-ON-OPERATOR, -NAME and
      *  -LEVEL, or spaces/zero when no
      *  one is signed on; SIGNED-ON-
      *  OVERRIDE "Y" for a supervisor
      *  signed on through a batch window.
      *-----------------------------------
       GET-SIGNED-ON-OPERATOR.
           MOVE SPACE TO SIGNED-ON-OPERATOR.
           MOVE ZERO TO SIGNED-ON-LEVEL.
           MOVE ZEROES TO SIGNED-ON-COMPANY.
           MOVE SPACE TO SIGNED-ON-CO-NAME.
           MOVE "N" TO SIGNED-ON-OVERRIDE.
           OPEN INPUT SESSION-FILE.
           MOVE "N" TO SESSION-FILE-AT-END.
           READ SESSION-FILE NEXT RECORD
               MOVE SESSION-OPERATOR-NAME TO SIGNED-ON-NAME
               MOVE SESSION-OPERATOR-LEVEL TO SIGNED-ON-LEVEL
               MOVE SESSION-COMPANY-CODE TO SIGNED-ON-COMPANY
               MOVE SESSION-COMPANY-NAME TO SIGNED-ON-CO-NAME
               MOVE SESSION-BATCH-OVERRIDE TO SIGNED-ON-OVERRIDE.
           CLOSE SESSION-FILE.

      *-----------------------------------
      * procedures copy file for reading
      * the checks issued in a date range
      * in CHECK-KEY order.
      *
      * USAGE:
      *  MOVE from-date TO CKD-FROM-DATE.
      *  MOVE thru-date TO CKD-THRU-DATE.
      *  PERFORM OPEN-CHECKS-IN-RANGE.
      *  PERFORM READ-NEXT-CHECK-IN-RANGE
      *   until CKD-WORK-AT-END = "Y".
      * CHECK-FILE must be open, INPUT or
      * I-O. Each read leaves the next
      * check in CHECK-RECORD, read by
      * its key, so it can be rewritten.
      * The work file closes itself at
      * the end.
      *
      * The range is found on the
      * CHECK-ISSUE-DATE alternate key -
      * START at the from date, stop past
      * the thru date - and only those
      * keys are sorted back into
      * CHECK-ACCOUNT, CHECK-NUMBER order,
      * the order a full read of the file
      * would have given.
      *-----------------------------------
       OPEN-CHECKS-IN-RANGE.
           OPEN OUTPUT CKD-PRESORT-FILE.
           MOVE CKD-FROM-DATE TO CHECK-ISSUE-DATE.
           MOVE "N" TO CKD-CHECK-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-ISSUE-DATE
               INVALID KEY
               MOVE "Y" TO CKD-CHECK-AT-END.
           IF CKD-CHECK-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK-BY-DATE.
           PERFORM KEEP-ONE-CHECK-IN-RANGE
               UNTIL CKD-CHECK-AT-END = "Y".
           CLOSE CKD-PRESORT-FILE.
           SORT CKD-SORT-FILE
               ON ASCENDING KEY CKD-SORT-KEY
               USING CKD-PRESORT-FILE
               GIVING CKD-WORK-FILE.
           OPEN INPUT CKD-WORK-FILE.
           MOVE "N" TO CKD-WORK-AT-END.

       KEEP-ONE-CHECK-IN-RANGE.
           MOVE CHECK-KEY TO CKD-PRESORT-KEY.
           WRITE CKD-PRESORT-RECORD.
           PERFORM READ-NEXT-CHECK-BY-DATE.

       READ-NEXT-CHECK-BY-DATE.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CKD-CHECK-AT-END.
           IF CKD-CHECK-AT-END NOT = "Y"
               IF CHECK-ISSUE-DATE > CKD-THRU-DATE
                   MOVE "Y" TO CKD-CHECK-AT-END.

       READ-NEXT-CHECK-IN-RANGE.
           MOVE "N" TO CKD-CHECK-FOUND.
           PERFORM READ-ONE-CHECK-IN-RANGE
               UNTIL CKD-WORK-AT-END = "Y"
                  OR CKD-CHECK-FOUND = "Y".
           IF CKD-WORK-AT-END = "Y"
               CLOSE CKD-WORK-FILE.

       READ-ONE-CHECK-IN-RANGE.
           READ CKD-WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CKD-WORK-AT-END.
           IF CKD-WORK-AT-END NOT = "Y"
               MOVE CKD-WORK-KEY TO CHECK-KEY
               MOVE "Y" TO CKD-CHECK-FOUND
               READ CHECK-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO CKD-CHECK-FOUND.

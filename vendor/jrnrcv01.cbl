      * it instead.
      *--------------------------------
       PUT-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           MOVE "Y" TO JRN-RECORD-FOUND.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               ADD 1 TO APPLIED-COUNT.

       WRITE-VOUCHER-INSTEAD.
           PERFORM SET-VOUCHER-OPEN-KEY.
           WRITE VOUCHER-RECORD
               INVALID KEY
               ADD 1 TO FAILED-COUNT
           MOVE "N" TO JOURNAL-AT-END.
           READ JOURNAL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO JOURNAL-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

               ASSIGN TO "check"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHECK-KEY
               ALTERNATE KEY
                   IS CHECK-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS CHECK-ISSUE-DATE WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

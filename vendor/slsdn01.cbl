      *----------------------------------------------
      * SLSDN01.CBL
      * Use under FILE-CONTROL to define the
      * sanctions (SDN) reference list. OPTIONAL so
      * the screening steps run, finding nothing,
      * before the first list is ever loaded.
      *----------------------------------------------
           SELECT OPTIONAL SDN-FILE
               ASSIGN TO "sdnlist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SDN-ENTRY
               ALTERNATE KEY
                   IS SDN-MATCH-NAME WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

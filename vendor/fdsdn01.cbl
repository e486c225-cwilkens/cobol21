      *--------------------------------------------------------
      * FDSDN01.CBL
      * Use with FILE SECTION to define the sanctions (SDN)
      * reference list descriptor.
      * Primary Key - SDN-ENTRY
      * Alternate   - SDN-MATCH-NAME (with duplicates)
      *
      * One record per entry on the government's published
      * Specially Designated Nationals list, as loaded by
      * SDNLOD01. The whole file is replaced on every load,
      * so an entry taken off the published list drops out
      * of the screening the day the new list goes in.
      *
      * SDN-MATCH-NAME is the listed name run through the
      * PLSAN01 normalizing routine - upper case, the
      * punctuation and the corporate noise words (INC,
      * LLC, THE ...) gone, the remaining words in sorted
      * order and run together - so "SMITH, John" on the
      * list and "John Smith" on a vendor land on the same
      * key. Every screening looks names up through it.
      *--------------------------------------------------------
       FD  SDN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-RECORD.
           05  SDN-ENTRY                PIC 9(7).
           05  SDN-MATCH-NAME           PIC X(40).
           05  SDN-NAME                 PIC X(60).
           05  SDN-TYPE                 PIC X(12).
           05  SDN-PROGRAM              PIC X(20).
           05  SDN-LOAD-DATE            PIC 9(8).

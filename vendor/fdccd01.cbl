      *--------------------------------------------------------
      * FDCCD01.CBL
      * Use with FILE SECTION to define the job cost-code
      * list file descriptor.
      * Primary Key - CCD-CODE
      *
      * The cost codes (labor, materials, equipment rental,
      * subcontract ...) every project's cost is broken down
      * by. One list serves all projects; CCDMNT01 maintains
      * it. An inactive code stays on file for the lines
      * already charged to it but takes no new charges.
      *--------------------------------------------------------
       FD  COST-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-CODE-RECORD.
           05  CCD-CODE                 PIC X(6).
           05  CCD-DESCRIPTION          PIC X(30).
           05  CCD-STATUS               PIC X.
               88  CCD-IS-ACTIVE        VALUE "A".
               88  CCD-IS-INACTIVE      VALUE "I".

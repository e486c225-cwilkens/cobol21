      *--------------------------------------------------------
      * FDEMP01.CBL
      * Use with FILE SECTION to define the employee master
      * file descriptor.
      * Primary Key - EMP-NUMBER
      *
      * One record per employee who is reimbursed for
      * out-of-pocket business expenses - kept here instead
      * of on the vendor master, so employees never show up
      * in vendor lookups, the 1099 run or the vendor spend
      * reports. EMPMNT01 maintains the file; EXRMNT01 takes
      * expense reports against it and pays them through the
      * ordinary check run.
      * EMP-STATUS "I" (inactive - left the company) keeps
      *   the record for old reports but takes no new ones.
      * EMP-PAY-METHOD "C" prints a check to the home
      *   address; "A" sends the reimbursement by direct
      *   deposit (ACHEXP01) to EMP-ACH-ROUTING and
      *   EMP-ACH-ACCOUNT.
      *--------------------------------------------------------
       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-NUMBER               PIC 9(7).
           05  EMP-NAME                 PIC X(30).
           05  EMP-ADDRESS-1            PIC X(30).
           05  EMP-ADDRESS-2            PIC X(30).
           05  EMP-CITY                 PIC X(20).
           05  EMP-STATE                PIC X(2).
           05  EMP-ZIP                  PIC X(10).
           05  EMP-DEPARTMENT           PIC X(10).
           05  EMP-STATUS               PIC X.
               88  EMP-IS-ACTIVE        VALUE "A".
               88  EMP-IS-INACTIVE      VALUE "I".
           05  EMP-PAY-METHOD           PIC X.
               88  EMP-PAID-BY-CHECK    VALUE "C".
               88  EMP-PAID-BY-ACH      VALUE "A".
           05  EMP-ACH-ROUTING          PIC 9(9).
           05  EMP-ACH-ACCOUNT          PIC X(17).

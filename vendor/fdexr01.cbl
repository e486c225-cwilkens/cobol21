      *--------------------------------------------------------
      * FDEXR01.CBL
      * Use with FILE SECTION to define the employee expense
      * report files.
      *
      * One EXPENSE-REPORT-RECORD per report an employee
      * turns in, keyed by employee number and a sequence
      * assigned when the report is keyed (EXRMNT01).
      * EXR-STATUS:
      *   "O" - open: lines may still be added or removed.
      *   "S" - submitted for approval (lines may still be
      *         changed, which puts it back to open).
      *   "A" - approved by a level-9 supervisor who did not
      *         key it (EXR-APPROVED-BY / -DATE).
      *   "V" - vouchered: the reimbursement voucher
      *         EXR-VOUCHER has been generated and the report
      *         can never generate twice.
      * A rejected report goes back to "O" with the reason
      * in EXR-NOTE for the keyer to fix.
      * EXR-TOTAL is kept equal to the sum of the lines.
      *
      * One EXPENSE-LINE-RECORD per expense on the report:
      * the date it was incurred, the chart-of-accounts
      * expense account it is coded to, and the amount. A
      * mileage line carries EXL-MILES and is priced at the
      * control file's CONTROL-MILEAGE-RATE when keyed, the
      * rate in force then staying on the line in
      * EXL-MILEAGE-RATE.
      *--------------------------------------------------------
       FD  EXPENSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-REPORT-RECORD.
           05  EXR-KEY.
               10  EXR-EMPLOYEE         PIC 9(7).
               10  EXR-SEQ              PIC 9(3).
           05  EXR-PURPOSE              PIC X(30).
           05  EXR-DATE                 PIC 9(8).
           05  EXR-STATUS               PIC X.
               88  EXR-IS-OPEN          VALUE "O".
               88  EXR-IS-SUBMITTED     VALUE "S".
               88  EXR-IS-CHANGEABLE    VALUES "O" "S".
               88  EXR-IS-APPROVED      VALUE "A".
               88  EXR-IS-VOUCHERED     VALUE "V".
           05  EXR-TOTAL                PIC S9(8)V99.
           05  EXR-ENTERED-BY           PIC X(3).
           05  EXR-APPROVED-BY          PIC X(3).
           05  EXR-APPROVED-DATE        PIC 9(8).
           05  EXR-VOUCHER              PIC 9(7).
           05  EXR-NOTE                 PIC X(30).

       FD  EXPENSE-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPENSE-LINE-RECORD.
           05  EXL-KEY.
               10  EXL-EMPLOYEE         PIC 9(7).
               10  EXL-SEQ              PIC 9(3).
               10  EXL-LINE             PIC 9(3).
           05  EXL-DATE                 PIC 9(8).
           05  EXL-GL-ACCT              PIC X(15).
           05  EXL-DESCRIPTION          PIC X(30).
           05  EXL-MILES                PIC 9(5).
           05  EXL-MILEAGE-RATE         PIC 9V999.
           05  EXL-AMOUNT               PIC S9(7)V99.

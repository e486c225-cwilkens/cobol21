      * name and address for the check face, plus the tax ID
      * and a reportable flag so a reportable one-time
      * payment still lands in the 1099 summary.
      *
      * An employee expense reimbursement (EXRMNT01) is paid
      * the same way: the generated voucher carries vendor
      * zero, this record carries the employee's name and
      * home address, OTP-REPORTABLE is always "N" (a
      * reimbursement is not 1099 income), and OTP-EMPLOYEE
      * points back to the employee master so ACHEXP01 can
      * pay an employee set up for direct deposit. Zero on a
      * true one-time payee.
      *--------------------------------------------------------
       FD  ONE-TIME-PAYEE-FILE
           LABEL RECORDS ARE STANDARD.
           05  OTP-TAX-ID               PIC X(11).
           05  OTP-REPORTABLE           PIC X.
               88  OTP-IS-REPORTABLE    VALUE "Y".
           05  OTP-EMPLOYEE             PIC 9(7).

      *--------------------------------------------------------
      * FDDIV01.CBL
      * Use with FILE SECTION to define the vendor diversity
      * certification file descriptor.
      * Primary Key - DIV-KEY (DIV-VENDOR + DIV-CLASS)
      *
      * One record per diversity classification a vendor is
      * certified under - small business ("SBE"), minority-
      * owned ("MBE"), woman-owned ("WBE") or veteran-owned
      * ("VBE") - so a vendor can carry as many of them as it
      * holds certificates for. DIV-AGENCY is the certifying
      * agency, DIV-CERT-NUMBER the number on the certificate
      * and DIV-EXPIRES the date on the paper. The government
      * contract diversity spend report (DIVRPT01) counts a
      * payment under a classification only when the
      * certificate was still current on the day it was paid.
      * Maintained in DIVMNT01.
      *--------------------------------------------------------
       FD  DIVERSITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIVERSITY-RECORD.
           05  DIV-KEY.
               10  DIV-VENDOR           PIC 9(7).
               10  DIV-CLASS            PIC X(3).
                   88  DIV-CLASS-IS-VALID
                       VALUES "SBE" "MBE" "WBE" "VBE".
           05  DIV-AGENCY               PIC X(30).
           05  DIV-CERT-NUMBER          PIC X(20).
           05  DIV-EXPIRES              PIC 9(8).

      * VNDMNT04's W-9 flag goes "Y"
      * and this run leaves the vendor
      * alone.
      *
      * A vendor the IRS TIN matching
      * (TINMAT01) says does not match
      * is solicited the same way even
      * with a W-9 on file - the W-9 we
      * have is wrong. Its first letter
      * asks for a corrected form. Once
      * VNDMNT04 takes a new name or tax
      * ID the mismatch is cleared.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slspl01.cbl".

           COPY "slsys01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdspl01.cbl".

           COPY "fdsys01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD              PIC X(80).

           COPY "wssess01.cbl".

           COPY "wssys01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-SIGNED-ON-OPERATOR.
           PERFORM CHECK-BATCH-WINDOW.
           IF BATCH-WINDOW-REFUSES = "N"
               PERFORM OPENING-PROCEDURE
               PERFORM MAIN-PROCESS
               PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.
       CONSIDER-ONE-VENDOR.
           IF VENDOR-IS-ACTIVE
                   AND VENDOR-REQUIRES-1099
                   AND (VENDOR-W9-NOT-RECEIVED
                        OR VENDOR-TIN-MISMATCHED)
               PERFORM CHECK-FOR-PAID-ACTIVITY
               IF HAS-PAID-ACTIVITY = "Y"
                   PERFORM SOLICIT-THIS-VENDOR.
                   MOVE "Y" TO HAS-PAID-ACTIVITY.

       SOLICIT-THIS-VENDOR.
           IF VENDOR-W9-REQUEST-COUNT = ZEROES
                   AND VENDOR-TIN-MISMATCHED
               PERFORM PRINT-MISMATCH-LETTER
               PERFORM STAMP-THE-REQUEST
               ADD 1 TO FIRST-LETTER-COUNT
           ELSE
           IF VENDOR-W9-REQUEST-COUNT = ZEROES
               PERFORM PRINT-FIRST-LETTER
               PERFORM STAMP-THE-REQUEST
           PERFORM WRITE-TO-PRINTER.
           PERFORM END-THE-LETTER.

       PRINT-MISMATCH-LETTER.
           PERFORM START-THE-LETTER.
           MOVE "RE: REQUEST FOR A CORRECTED FORM W-9"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "THE INTERNAL REVENUE SERVICE REPORTS THAT THE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "NAME AND TAXPAYER IDENTIFICATION NUMBER WE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "HAVE ON FILE FOR YOU DO NOT MATCH ITS RECORDS."
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "PLEASE COMPLETE AND RETURN THE ENCLOSED FORM"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "W-9 SHOWING YOUR NAME EXACTLY AS REGISTERED"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "WITH THE IRS." TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "UNTIL WE RECEIVE IT, FEDERAL RULES MAY REQUIRE"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "US TO WITHHOLD 24% BACKUP WITHHOLDING FROM"
               TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE "YOUR PAYMENTS." TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM END-THE-LETTER.

       PRINT-SECOND-LETTER.
           PERFORM START-THE-LETTER.
           MOVE "RE: SECOND REQUEST FOR FORM W-9"
           COPY "plspl01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

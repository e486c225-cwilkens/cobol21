
           COPY "slchk01.cbl".

           COPY "slckd01.cbl".

           COPY "slact01.cbl".

           COPY "slspl01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdckd01.cbl".

           COPY "fdact01.cbl".

           COPY "fdspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wsckd01.cbl".

       01  ACCOUNT-HEADING-LINE.
           05  FILLER               PIC X(8)  VALUE "ACCOUNT:".
           05  PRINT-ACCOUNT        PIC 9(10).
           ELSE
           IF CHECK-IS-WIRE
               MOVE "W" TO PRINT-VOIDED
           ELSE
           IF CHECK-IS-DEBIT
               MOVE "D" TO PRINT-VOIDED
           ELSE
           IF CHECK-IS-CARD
               MOVE "C" TO PRINT-VOIDED
           ELSE
               MOVE SPACE TO PRINT-VOIDED.
           MOVE DETAIL-LINE TO PRINTER-RECORD.

      *--------------------------------
      * Read first, read next routines
      * The checks issued in the date
      * range come off the issue date
      * key and are sorted back into
      * CHECK-ACCOUNT + CHECK-NUMBER
      * order (PLCKD01), so only the
      * range is read, not the file.
      *--------------------------------
       READ-FIRST-VALID-CHECK.
           MOVE FROM-DATE TO CKD-FROM-DATE.
           MOVE THRU-DATE TO CKD-THRU-DATE.
           PERFORM OPEN-CHECKS-IN-RANGE.
           PERFORM READ-NEXT-VALID-CHECK.

       READ-NEXT-VALID-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.
                      AND NOT CHECK-IS-ACH-PAID).

       READ-NEXT-CHECK-RECORD.
           PERFORM READ-NEXT-CHECK-IN-RANGE.
           MOVE CKD-WORK-AT-END TO CHECK-FILE-AT-END.

      *--------------------------------
      * Utility routines
           COPY "pldate01.cbl".

           COPY "plspl01.cbl".

           COPY "plckd01.cbl".

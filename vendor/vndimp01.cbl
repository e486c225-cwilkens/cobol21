      * and fed back in as the next
      * "vndfeed".
      *
      * An imported vendor is added
      * pending onboarding approval, the
      * same as one keyed in VNDMNT04,
      * and is not paid until a
      * supervisor approves it in
      * VNDONB01.
      *
      * Each imported vendor is screened
      * against the sanctions list as it
      * is added; a possible match is
      * flagged on the register and
      * counted, and the vendor is not
      * paid until compliance clears it
      * in SANREV01.
      *
      * A ZIP that is not 99999 or
      * 99999-9999, or that belongs to
      * another state than the one on the
      * line, is warned about under the
      * line on the register - the vendor
      * is still added.
      *
      * Feed line columns:
      *   NAME,ADDRESS1,ADDRESS2,CITY,
      *   STATE,ZIP,CONTACT,PHONE,

           COPY "slsess01.cbl".

           COPY "slsdn01.cbl".

           COPY "slsan01.cbl".

           COPY "slzip01.cbl".

           COPY "slsys01.cbl".

           SELECT VENDOR-FEED-FILE
               ASSIGN TO "vndfeed"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "fdsess01.cbl".

           COPY "fdsdn01.cbl".

           COPY "fdsan01.cbl".

           COPY "fdzip01.cbl".

           COPY "fdsys01.cbl".

       FD  VENDOR-FEED-FILE
           LABEL RECORDS ARE OMITTED.
       01  VENDOR-FEED-RECORD           PIC X(250).
       77  FEED-LINE-COUNT           PIC 9(5) VALUE ZEROES.
       77  ACCEPTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT            PIC 9(5) VALUE ZEROES.
       77  SANCTIONS-COUNT           PIC 9(5) VALUE ZEROES.
       77  ZIP-WARNING-COUNT         PIC 9(5) VALUE ZEROES.

       77  CSV-NAME                  PIC X(30).
       77  CSV-ADDRESS-1             PIC X(30).

           COPY "wssess01.cbl".

           COPY "wssan01.cbl".

           COPY "wszip01.cbl".

           COPY "wssys01.cbl".

       01  DETAIL-LINE.
           05  PRINT-LINE-NUMBER     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.

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
           OPEN INPUT STATE-FILE.
           OPEN INPUT VENDOR-FEED-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT SDN-FILE.
           OPEN I-O SANCTIONS-HIT-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE STATE-FILE.
           CLOSE VENDOR-FEED-FILE.
           CLOSE REJECT-FILE.
           CLOSE SDN-FILE.
           CLOSE SANCTIONS-HIT-FILE.
           CLOSE ZIP-PREFIX-FILE.
           PERFORM END-LAST-PAGE.

       MAIN-PROCESS.
               PERFORM ADD-THE-VENDOR
               ADD 1 TO ACCEPTED-COUNT.
           PERFORM PRINT-THE-RESULT.
           IF LINE-IS-REJECTED NOT = "Y"
               PERFORM CHECK-THE-ZIP.

       PARSE-FEED-RECORD.
           MOVE SPACE TO CSV-NAME CSV-ADDRESS-1 CSV-ADDRESS-2
           MOVE CSV-ZIP TO VENDOR-ZIP.
           MOVE CSV-CONTACT TO VENDOR-CONTACT.
           MOVE CSV-PHONE TO VENDOR-PHONE.
           MOVE "P" TO VENDOR-STATUS.
           MOVE CSV-1099-TYPE TO VENDOR-1099-TYPE.
           MOVE "N" TO VENDOR-USE-REMIT-TO.
           MOVE "N" TO VENDOR-PAY-BY-ACH.
           MOVE SPACE TO VENDOR-TERMS-CODE.
           MOVE "P" TO VENDOR-REMIT-METHOD.
           MOVE SPACE TO VENDOR-REMIT-DEST.
           MOVE SPACE TO VENDOR-TIN-MATCH-CODE.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE SPACE TO VENDOR-W8-FORM.
           MOVE ZEROES TO VENDOR-W8-RECEIVED-DATE.
           MOVE SPACE TO VENDOR-TREATY-COUNTRY.
           MOVE ZEROES TO VENDOR-TREATY-RATE.
           MOVE "Y" TO VENDOR-US-SOURCE.
           MOVE SPACE TO VENDOR-1042-INCOME-CODE.
           MOVE ZEROES TO VENDOR-NRA-WHT-YTD.
           MOVE "N" TO VENDOR-PAY-BY-CARD.
           MOVE SPACE TO VENDOR-CARD-SUPPLIER-ID.
           PERFORM WRITE-VENDOR-RECORD.
           MOVE "V" TO SAN-SCREEN-TYPE.
           MOVE NEXT-VENDOR-NUMBER TO SAN-SCREEN-PARTY.
           MOVE CSV-NAME TO SAN-SCREEN-NAME.
           PERFORM SCREEN-SANCTIONS-NAME.
           MOVE SPACE TO RESULT-TEXT.
           IF SAN-SCREEN-OPEN NOT = ZEROES
               ADD 1 TO SANCTIONS-COUNT
               STRING "ADDED AS VENDOR " NEXT-VENDOR-NUMBER
                      " - SANCTIONS HIT"
                   DELIMITED BY SIZE INTO RESULT-TEXT
           ELSE
               STRING "ADDED AS VENDOR " NEXT-VENDOR-NUMBER
                      " - PENDING"
                   DELIMITED BY SIZE INTO RESULT-TEXT.

       CHECK-THE-ZIP.
           MOVE CSV-ZIP TO ZIPCHK-ZIP.
           MOVE CSV-STATE TO ZIPCHK-STATE.
           PERFORM CHECK-ZIP-FOR-STATE.
           MOVE SPACE TO RESULT-TEXT.
           IF ZIPCHK-FORMAT-OK = "N"
               STRING "WARNING - ZIP " CSV-ZIP " BAD FORMAT"
                   DELIMITED BY SIZE INTO RESULT-TEXT
           ELSE
           IF ZIPCHK-STATE-OK = "N"
               STRING "WARNING - ZIP " CSV-ZIP " IS IN "
                      ZIPCHK-ZIP-STATE
                   DELIMITED BY SIZE INTO RESULT-TEXT.
           IF RESULT-TEXT NOT = SPACE
               ADD 1 TO ZIP-WARNING-COUNT
               PERFORM PRINT-THE-WARNING.

       PRINT-THE-WARNING.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE SPACE TO DETAIL-LINE.
           MOVE RESULT-TEXT TO PRINT-STATUS.
           MOVE DETAIL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-THE-RESULT.
           IF LINE-COUNT > MAXIMUM-LINES
                  "  REJECTED: " REJECTED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF ZIP-WARNING-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "ZIP CODE WARNINGS: " ZIP-WARNING-COUNT
                      " - CHECK THOSE ADDRESSES"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF SANCTIONS-COUNT NOT = ZEROES
               MOVE SPACE TO PRINTER-RECORD
               STRING "POSSIBLE SANCTIONS LIST MATCHES: "
                      SANCTIONS-COUNT
                      " - REVIEW IN SANREV01"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           IF REJECTED-COUNT NOT = ZEROES
               MOVE "FIX THE REJECTED LINES IN vndrejct AND"
                   TO PRINTER-RECORD
      * Utility routines
      *--------------------------------
           COPY "plsess01.cbl".

           COPY "plsan01.cbl".

           COPY "plsan02.cbl".

           COPY "plzip01.cbl".

           COPY "plsys01.cbl".

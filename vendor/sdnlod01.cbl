       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNLOD01.
      *------------------------------------
      * Sanctions List Load
      *
      * Loads the government's published
      * Specially Designated Nationals
      * list into the SDN reference file
      * (FDSDN01) that the sanctions
      * screening matches names against.
      *
      * "sdnfile" is the list as it is
      * published in delimited form: one
      * line per entry, fields separated
      * by "|", text fields in double
      * quotes and "-0-" for a field that
      * is empty. The first four fields
      * are used - entry number, name,
      * entry type (blank for an entity,
      * INDIVIDUAL, VESSEL, AIRCRAFT) and
      * sanctions program.
      *
      * The reference file is rebuilt
      * from scratch on every load - an
      * entry dropped from the published
      * list is dropped here too. A line
      * with no entry number or no name
      * is rejected and counted. Run
      * SANSCR01 after every load to
      * screen everyone we pay against
      * the new list.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsdn01.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT SDN-INPUT-FILE
               ASSIGN TO "sdnfile"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsdn01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  SDN-INPUT-FILE
           LABEL RECORDS ARE OMITTED.
       01  SDN-INPUT-RECORD             PIC X(1000).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  INPUT-FILE-AT-END        PIC X.
       77  WRITE-WAS-OK             PIC X.

       77  TODAY-DATE               PIC 9(8).

       77  INPUT-ENTRY              PIC X(10).
       77  INPUT-NAME               PIC X(80).
       77  INPUT-TYPE               PIC X(20).
       77  INPUT-PROGRAM            PIC X(30).
       77  ENTRY-DIGITS             PIC X(7) JUSTIFIED RIGHT.
       77  ENTRY-NUMBER REDEFINES ENTRY-DIGITS
                                    PIC 9(7).
       77  QUOTED-FIELD             PIC X(80).
       77  UNQUOTED-FIELD           PIC X(80).
       77  LEADING-PART             PIC X(80).

       77  READ-COUNT               PIC 9(6) VALUE ZEROES.
       77  LOADED-COUNT             PIC 9(6) VALUE ZEROES.
       77  REJECTED-COUNT           PIC 9(6) VALUE ZEROES.

           COPY "wscase01.cbl".

           COPY "wssan01.cbl".

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

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               OPEN INPUT SDN-INPUT-FILE
               OPEN OUTPUT SDN-FILE
               PERFORM PROCESS-THE-LIST
               CLOSE SDN-INPUT-FILE
               CLOSE SDN-FILE
               PERFORM DISPLAY-RUN-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "REPLACE THE SANCTIONS LIST WITH sdnfile (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PROCESS-THE-LIST.
           PERFORM READ-NEXT-INPUT-RECORD.
           PERFORM PROCESS-ALL-INPUT-RECORDS
               UNTIL INPUT-FILE-AT-END = "Y".

       PROCESS-ALL-INPUT-RECORDS.
           PERFORM PROCESS-THIS-INPUT-RECORD.
           PERFORM READ-NEXT-INPUT-RECORD.

       PROCESS-THIS-INPUT-RECORD.
           PERFORM PARSE-INPUT-RECORD.
           IF ENTRY-NUMBER NOT NUMERIC
               OR ENTRY-NUMBER = ZEROES
               ADD 1 TO REJECTED-COUNT
               DISPLAY "LINE " READ-COUNT
                       " REJECTED - NO ENTRY NUMBER"
           ELSE
           IF SDN-NAME = SPACE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "ENTRY " ENTRY-NUMBER " REJECTED - NO NAME"
           ELSE
               PERFORM STORE-THE-ENTRY.

       PARSE-INPUT-RECORD.
           MOVE SPACE TO INPUT-ENTRY INPUT-NAME
                         INPUT-TYPE INPUT-PROGRAM.
           MOVE SPACE TO SDN-RECORD.
           UNSTRING SDN-INPUT-RECORD DELIMITED BY "|"
               INTO INPUT-ENTRY INPUT-NAME
                    INPUT-TYPE INPUT-PROGRAM.
           MOVE SPACE TO ENTRY-DIGITS.
           UNSTRING INPUT-ENTRY DELIMITED BY ALL SPACE
               INTO ENTRY-DIGITS.
           INSPECT ENTRY-DIGITS REPLACING LEADING SPACE BY ZERO.
           MOVE INPUT-NAME TO QUOTED-FIELD.
           PERFORM STRIP-THE-QUOTES.
           MOVE UNQUOTED-FIELD TO SDN-NAME.
           MOVE INPUT-TYPE TO QUOTED-FIELD.
           PERFORM STRIP-THE-QUOTES.
           MOVE UNQUOTED-FIELD TO SDN-TYPE.
           MOVE INPUT-PROGRAM TO QUOTED-FIELD.
           PERFORM STRIP-THE-QUOTES.
           MOVE UNQUOTED-FIELD TO SDN-PROGRAM.

      *--------------------------------
      * A text field comes "QUOTED", an
      * empty one as -0-.
      *--------------------------------
       STRIP-THE-QUOTES.
           MOVE SPACE TO UNQUOTED-FIELD.
           IF QUOTED-FIELD(1:1) = QUOTE
               UNSTRING QUOTED-FIELD DELIMITED BY QUOTE
                   INTO LEADING-PART UNQUOTED-FIELD
           ELSE
               MOVE QUOTED-FIELD TO UNQUOTED-FIELD.
           IF UNQUOTED-FIELD = "-0-"
               MOVE SPACE TO UNQUOTED-FIELD.
           INSPECT UNQUOTED-FIELD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       STORE-THE-ENTRY.
           MOVE ENTRY-NUMBER TO SDN-ENTRY.
           MOVE SDN-NAME TO SAN-RAW-NAME.
           PERFORM NORMALIZE-SANCTIONS-NAME.
           MOVE SAN-MATCH-NAME TO SDN-MATCH-NAME.
           MOVE TODAY-DATE TO SDN-LOAD-DATE.
           PERFORM WRITE-SDN-RECORD.
           IF WRITE-WAS-OK = "Y"
               ADD 1 TO LOADED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "ENTRY " ENTRY-NUMBER
                       " REJECTED - LISTED TWICE".

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
           DISPLAY "LIST LINES READ:     " READ-COUNT.
           DISPLAY "ENTRIES LOADED:      " LOADED-COUNT.
           DISPLAY "LINES REJECTED:      " REJECTED-COUNT.
           DISPLAY "RUN SANSCR01 NOW TO SCREEN EVERYONE WE PAY".
           DISPLAY "AGAINST THE NEW LIST".

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-INPUT-RECORD.
           MOVE "N" TO INPUT-FILE-AT-END.
           READ SDN-INPUT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO INPUT-FILE-AT-END.
           IF INPUT-FILE-AT-END NOT = "Y"
               ADD 1 TO READ-COUNT.

       WRITE-SDN-RECORD.
           MOVE "Y" TO WRITE-WAS-OK.
           WRITE SDN-RECORD
               INVALID KEY
               MOVE "N" TO WRITE-WAS-OK.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plsan01.cbl".

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPLOD01.
      *------------------------------------
      * ZIP Prefix to State Load
      *
      * Rebuilds the ZIP prefix reference
      * file (FDZIP01) from "zipprefx" -
      * the postal service's three-digit
      * prefix ranges, one range per line:
      *
      *   1-3   FIRST PREFIX IN THE RANGE
      *   5-7   LAST PREFIX (BLANK WHEN
      *         THE RANGE IS ONE PREFIX)
      *   9-10  STATE CODE
      *
      * Every prefix in the range gets a
      * record for the state. A line with
      * a prefix that is not three digits,
      * a range that runs backward, or a
      * state not on the STATE-FILE is
      * rejected; a prefix already loaded
      * from an earlier line keeps its
      * first state and is reported.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slzip01.cbl".

           COPY "slstate.cbl".

           COPY "slsess01.cbl".

           COPY "slsys01.cbl".

           SELECT PREFIX-RANGE-FILE
               ASSIGN TO "zipprefx"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdzip01.cbl".

           COPY "fdstate.cbl".

           COPY "fdsess01.cbl".

           COPY "fdsys01.cbl".

       FD  PREFIX-RANGE-FILE
           LABEL RECORDS ARE OMITTED.
       01  PREFIX-RANGE-RECORD.
           05  RANGE-FIRST              PIC X(3).
           05  FILLER                   PIC X(1).
           05  RANGE-LAST               PIC X(3).
           05  FILLER                   PIC X(1).
           05  RANGE-STATE              PIC X(2).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  RANGE-FILE-AT-END        PIC X.
       77  STATE-RECORD-FOUND       PIC X.
       77  WRITE-WAS-OK             PIC X.

       77  TODAY-DATE               PIC 9(8).

       77  FIRST-PREFIX             PIC 9(3).
       77  LAST-PREFIX              PIC 9(3).
       77  THIS-PREFIX              PIC 9(4).
       77  PREFIX-DIGITS            PIC 9(3).

       77  LINE-COUNT               PIC 9(5) VALUE ZEROES.
       77  LOADED-COUNT             PIC 9(5) VALUE ZEROES.
       77  REJECTED-COUNT           PIC 9(5) VALUE ZEROES.
       77  OVERLAP-COUNT            PIC 9(5) VALUE ZEROES.

           COPY "wscase01.cbl".

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
           OPEN INPUT STATE-FILE.

       CLOSING-PROCEDURE.
           CLOSE STATE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               OPEN INPUT PREFIX-RANGE-FILE
               OPEN OUTPUT ZIP-PREFIX-FILE
               PERFORM PROCESS-THE-RANGES
               CLOSE PREFIX-RANGE-FILE
               CLOSE ZIP-PREFIX-FILE
               PERFORM DISPLAY-RUN-TOTALS.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "REPLACE THE ZIP PREFIX FILE FROM zipprefx (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       PROCESS-THE-RANGES.
           PERFORM READ-NEXT-RANGE-RECORD.
           PERFORM PROCESS-ALL-RANGE-RECORDS
               UNTIL RANGE-FILE-AT-END = "Y".

       PROCESS-ALL-RANGE-RECORDS.
           PERFORM PROCESS-THIS-RANGE-RECORD.
           PERFORM READ-NEXT-RANGE-RECORD.

       PROCESS-THIS-RANGE-RECORD.
           IF RANGE-LAST = SPACE
               MOVE RANGE-FIRST TO RANGE-LAST.
           INSPECT RANGE-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE RANGE-STATE TO STATE-CODE.
           PERFORM READ-STATE-RECORD.
           IF RANGE-FIRST NOT NUMERIC
               OR RANGE-LAST NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               DISPLAY "LINE " LINE-COUNT
                       " REJECTED - PREFIX IS NOT THREE DIGITS"
           ELSE
           IF RANGE-LAST < RANGE-FIRST
               ADD 1 TO REJECTED-COUNT
               DISPLAY "LINE " LINE-COUNT
                       " REJECTED - RANGE RUNS BACKWARD"
           ELSE
           IF STATE-RECORD-FOUND = "N"
               ADD 1 TO REJECTED-COUNT
               DISPLAY "LINE " LINE-COUNT
                       " REJECTED - STATE " RANGE-STATE
                       " IS NOT ON FILE"
           ELSE
               PERFORM LOAD-THE-RANGE.

       LOAD-THE-RANGE.
           MOVE RANGE-FIRST TO FIRST-PREFIX.
           MOVE RANGE-LAST TO LAST-PREFIX.
           PERFORM LOAD-ONE-PREFIX
               VARYING THIS-PREFIX FROM FIRST-PREFIX BY 1
               UNTIL THIS-PREFIX > LAST-PREFIX.

       LOAD-ONE-PREFIX.
           MOVE THIS-PREFIX TO PREFIX-DIGITS.
           MOVE PREFIX-DIGITS TO ZIP-PREFIX.
           MOVE RANGE-STATE TO ZIP-STATE.
           MOVE TODAY-DATE TO ZIP-LOAD-DATE.
           PERFORM WRITE-ZIP-PREFIX-RECORD.
           IF WRITE-WAS-OK = "Y"
               ADD 1 TO LOADED-COUNT
           ELSE
               ADD 1 TO OVERLAP-COUNT
               DISPLAY "PREFIX " ZIP-PREFIX " ON LINE " LINE-COUNT
                       " ALREADY LOADED - KEPT THE FIRST STATE".

       DISPLAY-RUN-TOTALS.
           DISPLAY " ".
           DISPLAY "RANGE LINES READ:     " LINE-COUNT.
           DISPLAY "PREFIXES LOADED:      " LOADED-COUNT.
           DISPLAY "LINES REJECTED:       " REJECTED-COUNT.
           DISPLAY "PREFIXES LOADED TWICE:" OVERLAP-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-NEXT-RANGE-RECORD.
           MOVE "N" TO RANGE-FILE-AT-END.
           READ PREFIX-RANGE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RANGE-FILE-AT-END.
           IF RANGE-FILE-AT-END NOT = "Y"
               ADD 1 TO LINE-COUNT.

       READ-STATE-RECORD.
           MOVE "Y" TO STATE-RECORD-FOUND.
           READ STATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO STATE-RECORD-FOUND.

       WRITE-ZIP-PREFIX-RECORD.
           MOVE "Y" TO WRITE-WAS-OK.
           WRITE ZIP-PREFIX-RECORD
               INVALID KEY
               MOVE "N" TO WRITE-WAS-OK.

           COPY "plsess01.cbl".

           COPY "plsys01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSMP01.
      *--------------------------------------------
      * Audit Sample of Paid Vouchers
      *
      * Draws a statistical sample of the vouchers
      * paid between two dates, live and history
      * file both, for internal audit to test.
      * Three ways to draw it:
      *   1. Simple random - every paid voucher
      *      has the same chance.
      *   2. Stratified - the population is split
      *      into four dollar bands (on the paid
      *      amount, credits by size) and a
      *      separate random sample, of the size
      *      asked for, is drawn from each band.
      *   3. Monetary unit - every paid dollar has
      *      the same chance, so the big payments
      *      are the likely ones. Systematic: the
      *      positive paid dollars are cut into
      *      equal intervals, one per selection,
      *      and the voucher holding a random point
      *      in each interval is taken. A voucher
      *      bigger than the interval can hold
      *      more than one point; it is taken
      *      once. Credits and zero payments carry
      *      no dollars and are never drawn.
      * The draw is driven by a seed number. The
      * same seed over the same dates and files
      * draws the same sample, so audit can
      * reproduce it. A seed of 0 picks one from
      * the clock; the seed used is printed.
      *
      * For each voucher drawn: vendor, invoice,
      * amount and date paid, check, approval
      * status, who keyed it, its GL detail lines
      * and how its PO stands against receipts.
      * The last page is the sampling summary -
      * population count and dollars, sample
      * count and dollars and the coverage, for
      * each band and in total.
      *--------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvouchh.cbl".

           COPY "slvnd02.cbl".

           COPY "slvchdtl.cbl".

           COPY "slpo01.cbl".

           COPY "slrcpt01.cbl".

           COPY "slsess01.cbl".

           SELECT WORK-FILE
               ASSIGN TO "waudsmp"
               ORGANIZATION IS SEQUENTIAL.

           COPY "slspl01.cbl".

           SELECT PRINTER-FILE
               ASSIGN TO PRINTER
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvouchh.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvchdtl.cbl".

           COPY "fdpo01.cbl".

           COPY "fdrcpt01.cbl".

           COPY "fdsess01.cbl".

      *--------------------------------
      * One record per paid voucher in
      * the population, in the order
      * the draw walks them.
      *--------------------------------
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           05  WORK-SOURCE           PIC X.
           05  WORK-VOUCHER          PIC 9(7).
           05  WORK-AMOUNT           PIC S9(8)V99.
           05  WORK-BAND             PIC 9.

           COPY "fdspl01.cbl".

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       77  OK-TO-PROCESS            PIC X.
       77  VOUCHER-FILE-AT-END      PIC X.
       77  HISTORY-FILE-AT-END      PIC X.
       77  WORK-FILE-AT-END         PIC X.
       77  DETAIL-FILE-AT-END       PIC X.
       77  RECEIPT-FILE-AT-END      PIC X.
       77  VOUCHER-RECORD-FOUND     PIC X.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  PO-RECORD-FOUND          PIC X.
       77  DETAIL-LINES-FOUND       PIC X.
       77  POP-SOURCE               PIC X.

       77  FROM-DATE                PIC 9(8).
       77  THRU-DATE                PIC 9(8).

       77  SAMPLE-METHOD            PIC 9.
           88  SAMPLE-METHOD-IS-VALID  VALUES 1 THRU 3.
           88  METHOD-IS-RANDOM        VALUE 1.
           88  METHOD-IS-STRATIFIED    VALUE 2.
           88  METHOD-IS-MONETARY      VALUE 3.

       77  SAMPLE-SIZE              PIC 9(5).

      *--------------------------------
      * The random numbers - the
      * minimal standard generator,
      * SEED = SEED * 16807 modulo
      * 2147483647. A seed is always 1
      * through 2147483646 and SEED
      * over the modulus is a fraction
      * between 0 and 1.
      *--------------------------------
       77  SEED-ENTRY               PIC 9(10).
       77  SEED-USED                PIC 9(10).
       77  RANDOM-SEED              PIC 9(10).
       77  RANDOM-PRODUCT           PIC 9(15).
       77  RANDOM-QUOTIENT          PIC 9(15).
       77  RANDOM-MULTIPLIER        PIC 9(5)  VALUE 16807.
       77  RANDOM-MODULUS           PIC 9(10) VALUE 2147483647.
       77  TIME-NOW                 PIC 9(8).

       77  CHANCE-REMAINING         PIC 9(6).
       77  CHANCE-NEEDED            PIC 9(6).
       77  CHANCE-LEFT-SIDE         PIC 9(18).
       77  CHANCE-RIGHT-SIDE        PIC 9(18).
       77  CHANCE-HIT               PIC X.

       77  ABS-AMOUNT               PIC S9(8)V99.
       77  BAND-SUB                 PIC 9.

      *--------------------------------
      * The whole population and the
      * sample drawn from it
      *--------------------------------
       77  POP-COUNT                PIC 9(6).
       77  POP-DOLLARS              PIC S9(9)V99.
       77  WANTED-COUNT             PIC 9(6).
       77  SEEN-COUNT               PIC 9(6).
       77  PICKED-COUNT             PIC 9(6).
       77  PICKED-DOLLARS           PIC S9(9)V99.

       77  MUS-DOLLARS              PIC S9(9)V99.
       77  MUS-INTERVAL             PIC S9(9)V99.
       77  MUS-NEXT-POINT           PIC S9(9)V99.
       77  MUS-RUNNING              PIC S9(9)V99.
       77  MUS-CHECK                PIC S9(11)V99.

       77  COVER-POP-COUNT          PIC 9(6).
       77  COVER-POP-DOLLARS        PIC S9(9)V99.
       77  COVER-PICKED-COUNT       PIC 9(6).
       77  COVER-PICKED-DOLLARS     PIC S9(9)V99.
       77  COVERAGE-PERCENT         PIC 9(3)V9.
       77  RECEIPTS-TOTAL           PIC S9(9)V99.
       77  DISPLAY-COUNT            PIC ZZZZZ9.
       77  DISPLAY-DOLLARS          PIC ZZZ,ZZZ,ZZ9.99-.

       77  LINE-COUNT               PIC 999 VALUE ZERO.
       77  PAGE-NUMBER              PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES            PIC 999 VALUE 50.

      *--------------------------------
      * The four dollar bands, by the
      * size of the paid amount
      *--------------------------------
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 4 TIMES.
               10  BAND-POP-COUNT        PIC 9(6).
               10  BAND-POP-DOLLARS      PIC S9(9)V99.
               10  BAND-WANTED           PIC 9(6).
               10  BAND-SEEN             PIC 9(6).
               10  BAND-PICKED           PIC 9(6).
               10  BAND-PICKED-DOLLARS   PIC S9(9)V99.

       01  BAND-NAME-TABLE.
           05  FILLER               PIC X(17) VALUE "UNDER 1,000".
           05  FILLER               PIC X(17) VALUE "1,000 - 9,999".
           05  FILLER               PIC X(17) VALUE "10,000 - 99,999".
           05  FILLER               PIC X(17) VALUE "100,000 AND OVER".
       01  BAND-NAME-R REDEFINES BAND-NAME-TABLE.
           05  BAND-NAME            PIC X(17) OCCURS 4 TIMES.

           COPY "wscase01.cbl".

           COPY "wsspl01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

       01  ITEM-LINE-1.
           05  PRINT-ITEM-NUMBER     PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE " VOUCHER ".
           05  PRINT-VOUCHER         PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-SOURCE          PIC X(7).
           05  FILLER                PIC X(8)  VALUE " VENDOR ".
           05  PRINT-VENDOR          PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-VENDOR-NAME     PIC X(30).

       01  ITEM-LINE-2.
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  FILLER                PIC X(8)  VALUE "INVOICE ".
           05  PRINT-INVOICE         PIC X(15).
           05  FILLER                PIC X(6)  VALUE " PAID ".
           05  PRINT-PAID-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAID-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(7)  VALUE " CHECK ".
           05  PRINT-CHECK           PIC 9(8).

       01  ITEM-LINE-3.
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  FILLER                PIC X(9)  VALUE "APPROVAL ".
           05  PRINT-APPROVAL        PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-APPROVED-BY     PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-APPROVED-DATE   PIC Z9/99/9999.
           05  PRINT-APPROVED-DATE-X REDEFINES
               PRINT-APPROVED-DATE   PIC X(10).
           05  FILLER                PIC X(12) VALUE "  KEYED BY ".
           05  PRINT-ENTERED-BY      PIC X(3).
           05  FILLER                PIC X(4)  VALUE " ON ".
           05  PRINT-ENTRY-DATE      PIC Z9/99/9999.
           05  PRINT-ENTRY-DATE-X REDEFINES
               PRINT-ENTRY-DATE      PIC X(10).

       01  PO-LINE.
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  FILLER                PIC X(3)  VALUE "PO ".
           05  PRINT-PO              PIC 9(6).
           05  FILLER                PIC X(10) VALUE " INVOICED ".
           05  PRINT-PO-INVOICED     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(10) VALUE " RECEIVED ".
           05  PRINT-PO-RECEIVED     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PO-MATCH        PIC X(7).

       01  PO-MISSING-LINE.
           05  FILLER                PIC X(6)  VALUE SPACE.
           05  FILLER                PIC X(3)  VALUE "PO ".
           05  PRINT-MISSING-PO      PIC 9(6).
           05  FILLER                PIC X(12) VALUE " NOT ON FILE".

       01  GL-LINE.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "LINE ".
           05  PRINT-GL-LINE         PIC 9(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-GL-ACCOUNT      PIC X(15).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-GL-FOR          PIC X(25).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-GL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.

       01  NO-GL-LINE.
           05  FILLER                PIC X(8)  VALUE SPACE.
           05  FILLER                PIC X(36)
               VALUE "NO DETAIL LINES - CHARGED TO ACCOUNT".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-NO-GL-ACCOUNT   PIC 9(10).

       01  SUMMARY-LINE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-BAND-NAME       PIC X(17).
           05  PRINT-POP-COUNT       PIC ZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-POP-DOLLARS     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-SAMPLE-COUNT    PIC ZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-SAMPLE-DOLLARS  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-COUNT-COVERAGE  PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE "%".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-DOLLAR-COVERAGE PIC ZZ9.9.
           05  FILLER                PIC X(1)  VALUE "%".

       01  SUMMARY-COLUMN-LINE.
           05  FILLER                PIC X(24)
               VALUE " DOLLAR BAND       POP. ".
           05  FILLER                PIC X(32)
               VALUE "   POP. DOLLARS  SAMPLE  SAMPLE ".
           05  FILLER                PIC X(22)
               VALUE "DOLLARS  COUNT  DOLLAR".

       01  TITLE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(29)
               VALUE "AUDIT SAMPLE - VOUCHERS PAID ".
           05  PRINT-FROM-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  PRINT-THRU-DATE       PIC Z9/99/9999.
           05  FILLER                PIC X(4)  VALUE SPACE.
           05  FILLER                PIC X(5)  VALUE "PAGE:".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PRINT-PAGE-NUMBER     PIC ZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM GET-SIGNED-ON-OPERATOR.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-DETAIL-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O SPOOL-CATALOG-FILE.
           OPEN I-O SPOOL-LINE-FILE.
           MOVE "AUDSMP01" TO SPOOL-PROGRAM-NAME.
           PERFORM START-SPOOL-RUN.

       CLOSING-PROCEDURE.
           PERFORM END-LAST-PAGE.
           PERFORM END-SPOOL-RUN.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-DETAIL-FILE.
           CLOSE PO-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE SPOOL-CATALOG-FILE.
           CLOSE SPOOL-LINE-FILE.

       MAIN-PROCESS.
           PERFORM GET-OK-TO-PROCESS.
           IF OK-TO-PROCESS = "Y"
               PERFORM GET-THE-DATES
               PERFORM GET-THE-METHOD
               PERFORM GET-THE-SEED
               PERFORM BUILD-THE-POPULATION
               PERFORM GET-THE-SAMPLE-SIZE
               PERFORM DRAW-THE-SAMPLE
               PERFORM PRINT-THE-SUMMARY.

       GET-OK-TO-PROCESS.
           PERFORM ACCEPT-OK-TO-PROCESS.
           PERFORM RE-ACCEPT-OK-TO-PROCESS
               UNTIL OK-TO-PROCESS = "Y" OR "N".

       ACCEPT-OK-TO-PROCESS.
           DISPLAY "DRAW AN AUDIT SAMPLE OF PAID VOUCHERS (Y/N)?".
           ACCEPT OK-TO-PROCESS.
           INSPECT OK-TO-PROCESS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-PROCESS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-PROCESS.

       GET-THE-DATES.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "PAID FROM (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "A STARTING DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO FROM-DATE.
           MOVE DATE-MMDDYYYY TO PRINT-FROM-DATE.
           PERFORM GET-THRU-DATE.
           PERFORM RE-GET-THRU-DATE
               UNTIL THRU-DATE NOT < FROM-DATE.

       GET-THRU-DATE.
           MOVE "THROUGH (MM/DD/YYYY)?" TO DATE-PROMPT.
           MOVE "AN ENDING DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-YYYYMMDD TO THRU-DATE.
           MOVE DATE-MMDDYYYY TO PRINT-THRU-DATE.

       RE-GET-THRU-DATE.
           DISPLAY "THE ENDING DATE MAY NOT BE BEFORE THE START".
           PERFORM GET-THRU-DATE.

       GET-THE-METHOD.
           PERFORM ACCEPT-SAMPLE-METHOD.
           PERFORM RE-ACCEPT-SAMPLE-METHOD
               UNTIL SAMPLE-METHOD-IS-VALID.

       ACCEPT-SAMPLE-METHOD.
           DISPLAY "SAMPLING METHOD:".
           DISPLAY "  1. SIMPLE RANDOM".
           DISPLAY "  2. STRATIFIED BY DOLLAR BAND".
           DISPLAY "  3. MONETARY UNIT".
           DISPLAY "ENTER THE METHOD (1-3)".
           ACCEPT SAMPLE-METHOD.

       RE-ACCEPT-SAMPLE-METHOD.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-SAMPLE-METHOD.

      *--------------------------------
      * The first few numbers after a
      * small seed are small too, so a
      * few are thrown away before the
      * draw starts.
      *--------------------------------
       GET-THE-SEED.
           PERFORM ACCEPT-SEED-ENTRY.
           PERFORM RE-ACCEPT-SEED-ENTRY
               UNTIL SEED-ENTRY < RANDOM-MODULUS.
           IF SEED-ENTRY = ZEROES
               ACCEPT TIME-NOW FROM TIME
               COMPUTE SEED-USED = TIME-NOW + 1
               DISPLAY "SEED USED: " SEED-USED
           ELSE
               MOVE SEED-ENTRY TO SEED-USED.
           MOVE SEED-USED TO RANDOM-SEED.
           PERFORM NEXT-RANDOM-NUMBER 10 TIMES.

       ACCEPT-SEED-ENTRY.
           DISPLAY "SEED NUMBER (1-2147483646, 0 TO PICK ONE)?".
           ACCEPT SEED-ENTRY.

       RE-ACCEPT-SEED-ENTRY.
           DISPLAY "THE SEED MUST BE LESS THAN 2147483647".
           PERFORM ACCEPT-SEED-ENTRY.

      *--------------------------------
      * POPULATION - the paid vouchers
      * on the live file, then on the
      * history file. A history record
      * has the live layout and is
      * looked at in the live record.
      *--------------------------------
       BUILD-THE-POPULATION.
           MOVE ZEROES TO POP-COUNT POP-DOLLARS MUS-DOLLARS.
           MOVE ZEROES TO BAND-TABLE.
           OPEN OUTPUT WORK-FILE.
           MOVE "L" TO POP-SOURCE.
           PERFORM READ-FIRST-VOUCHER-RECORD.
           PERFORM CHECK-ALL-VOUCHERS
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE "H" TO POP-SOURCE.
           PERFORM READ-FIRST-HISTORY-RECORD.
           PERFORM CHECK-ALL-HISTORY
               UNTIL HISTORY-FILE-AT-END = "Y".
           CLOSE WORK-FILE.

       CHECK-ALL-VOUCHERS.
           PERFORM CHECK-THIS-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-ALL-HISTORY.
           MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
           PERFORM CHECK-THIS-VOUCHER.
           PERFORM READ-NEXT-HISTORY-RECORD.

       CHECK-THIS-VOUCHER.
           IF VOUCHER-PAID-DATE NOT = ZEROES
               AND VOUCHER-PAID-DATE NOT < FROM-DATE
               AND VOUCHER-PAID-DATE NOT > THRU-DATE
               PERFORM ADD-TO-POPULATION.

       ADD-TO-POPULATION.
           MOVE POP-SOURCE TO WORK-SOURCE.
           MOVE VOUCHER-NUMBER TO WORK-VOUCHER.
           MOVE VOUCHER-PAID-AMOUNT TO WORK-AMOUNT.
           PERFORM SET-THE-BAND.
           MOVE BAND-SUB TO WORK-BAND.
           ADD 1 TO POP-COUNT.
           ADD VOUCHER-PAID-AMOUNT TO POP-DOLLARS.
           ADD 1 TO BAND-POP-COUNT (BAND-SUB).
           ADD VOUCHER-PAID-AMOUNT TO BAND-POP-DOLLARS (BAND-SUB).
           IF VOUCHER-PAID-AMOUNT > ZEROES
               ADD VOUCHER-PAID-AMOUNT TO MUS-DOLLARS.
           WRITE WORK-RECORD.

       SET-THE-BAND.
           IF WORK-AMOUNT < ZEROES
               COMPUTE ABS-AMOUNT = ZERO - WORK-AMOUNT
           ELSE
               MOVE WORK-AMOUNT TO ABS-AMOUNT.
           IF ABS-AMOUNT < 1000
               MOVE 1 TO BAND-SUB
           ELSE
           IF ABS-AMOUNT < 10000
               MOVE 2 TO BAND-SUB
           ELSE
           IF ABS-AMOUNT < 100000
               MOVE 3 TO BAND-SUB
           ELSE
               MOVE 4 TO BAND-SUB.

      *--------------------------------
      * SAMPLE SIZE - asked once the
      * population is known, so the
      * counts can be shown. More than
      * there is to draw takes it all.
      *--------------------------------
       GET-THE-SAMPLE-SIZE.
           MOVE POP-COUNT TO DISPLAY-COUNT.
           DISPLAY "PAID VOUCHERS IN THOSE DATES: " DISPLAY-COUNT.
           IF METHOD-IS-RANDOM
               PERFORM GET-RANDOM-SAMPLE-SIZE
           ELSE
           IF METHOD-IS-STRATIFIED
               PERFORM GET-ONE-BAND-SIZE
                   VARYING BAND-SUB FROM 1 BY 1
                     UNTIL BAND-SUB > 4
           ELSE
               PERFORM GET-MONETARY-SAMPLE-SIZE.

       GET-RANDOM-SAMPLE-SIZE.
           DISPLAY "HOW MANY VOUCHERS TO DRAW?".
           PERFORM ACCEPT-SAMPLE-SIZE.
           MOVE SAMPLE-SIZE TO WANTED-COUNT.
           IF WANTED-COUNT > POP-COUNT
               MOVE POP-COUNT TO WANTED-COUNT
               DISPLAY "THAT IS ALL OF THEM - EVERY ONE IS TAKEN".

       GET-ONE-BAND-SIZE.
           MOVE BAND-POP-COUNT (BAND-SUB) TO DISPLAY-COUNT.
           DISPLAY "BAND " BAND-NAME (BAND-SUB)
                   " HOLDS " DISPLAY-COUNT.
           DISPLAY "HOW MANY TO DRAW FROM THIS BAND?".
           PERFORM ACCEPT-SAMPLE-SIZE.
           MOVE SAMPLE-SIZE TO BAND-WANTED (BAND-SUB).
           IF BAND-WANTED (BAND-SUB) > BAND-POP-COUNT (BAND-SUB)
               MOVE BAND-POP-COUNT (BAND-SUB)
                 TO BAND-WANTED (BAND-SUB)
               DISPLAY "THAT IS ALL OF THEM - EVERY ONE IS TAKEN".

       GET-MONETARY-SAMPLE-SIZE.
           MOVE MUS-DOLLARS TO DISPLAY-DOLLARS.
           DISPLAY "PAID DOLLARS TO DRAW FROM: " DISPLAY-DOLLARS.
           DISPLAY "HOW MANY SELECTIONS?".
           PERFORM ACCEPT-SAMPLE-SIZE.
           MOVE SAMPLE-SIZE TO WANTED-COUNT.

       ACCEPT-SAMPLE-SIZE.
           ACCEPT SAMPLE-SIZE.

      *--------------------------------
      * DRAW - one pass over the
      * population. Random and
      * stratified draw by selection
      * sampling: take the voucher when
      * a random fraction is under
      * (still wanted / still to look
      * at), which draws exactly the
      * number asked for, any voucher
      * as likely as any other.
      *--------------------------------
       DRAW-THE-SAMPLE.
           MOVE ZEROES TO SEEN-COUNT PICKED-COUNT PICKED-DOLLARS
                          MUS-RUNNING MUS-INTERVAL.
           IF METHOD-IS-MONETARY
               PERFORM SET-THE-INTERVAL.
           PERFORM START-NEW-PAGE.
           OPEN INPUT WORK-FILE.
           PERFORM READ-NEXT-WORK-RECORD.
           IF WORK-FILE-AT-END = "Y"
               MOVE "NO VOUCHERS WERE PAID IN THOSE DATES"
                   TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.
           PERFORM JUDGE-ALL-WORK
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE WORK-FILE.

       JUDGE-ALL-WORK.
           MOVE "N" TO CHANCE-HIT.
           IF METHOD-IS-RANDOM
               PERFORM JUDGE-SIMPLE-RANDOM
           ELSE
           IF METHOD-IS-STRATIFIED
               PERFORM JUDGE-STRATIFIED
           ELSE
               PERFORM JUDGE-MONETARY-UNIT.
           IF CHANCE-HIT = "Y"
               PERFORM TAKE-THE-SAMPLE-ITEM.
           PERFORM READ-NEXT-WORK-RECORD.

       JUDGE-SIMPLE-RANDOM.
           COMPUTE CHANCE-REMAINING = POP-COUNT - SEEN-COUNT.
           COMPUTE CHANCE-NEEDED = WANTED-COUNT - PICKED-COUNT.
           PERFORM ROLL-THE-CHANCE.
           ADD 1 TO SEEN-COUNT.

       JUDGE-STRATIFIED.
           MOVE WORK-BAND TO BAND-SUB.
           COMPUTE CHANCE-REMAINING =
               BAND-POP-COUNT (BAND-SUB) - BAND-SEEN (BAND-SUB).
           COMPUTE CHANCE-NEEDED =
               BAND-WANTED (BAND-SUB) - BAND-PICKED (BAND-SUB).
           PERFORM ROLL-THE-CHANCE.
           ADD 1 TO BAND-SEEN (BAND-SUB).

      *--------------------------------
      * fraction < needed / remaining,
      * kept in whole numbers:
      * SEED * remaining <
      * needed * MODULUS
      *--------------------------------
       ROLL-THE-CHANCE.
           IF CHANCE-NEEDED > ZEROES
               PERFORM NEXT-RANDOM-NUMBER
               COMPUTE CHANCE-LEFT-SIDE =
                   RANDOM-SEED * CHANCE-REMAINING
               COMPUTE CHANCE-RIGHT-SIDE =
                   RANDOM-MODULUS * CHANCE-NEEDED
               IF CHANCE-LEFT-SIDE < CHANCE-RIGHT-SIDE
                   MOVE "Y" TO CHANCE-HIT.

      *--------------------------------
      * Monetary unit - the interval
      * is the positive dollars over
      * the selections, a cent more if
      * it does not divide, so the
      * points never run past the end.
      * The first point falls at
      * random in the first interval.
      *--------------------------------
       SET-THE-INTERVAL.
           IF WANTED-COUNT > ZEROES
               AND MUS-DOLLARS > ZEROES
               PERFORM FIGURE-THE-INTERVAL.

       FIGURE-THE-INTERVAL.
           COMPUTE MUS-INTERVAL = MUS-DOLLARS / WANTED-COUNT.
           COMPUTE MUS-CHECK = MUS-INTERVAL * WANTED-COUNT.
           IF MUS-CHECK < MUS-DOLLARS
               ADD .01 TO MUS-INTERVAL.
           PERFORM NEXT-RANDOM-NUMBER.
           COMPUTE MUS-NEXT-POINT =
               MUS-INTERVAL * RANDOM-SEED / RANDOM-MODULUS.
           IF MUS-NEXT-POINT = ZEROES
               MOVE .01 TO MUS-NEXT-POINT.

       JUDGE-MONETARY-UNIT.
           IF MUS-INTERVAL > ZEROES
               AND WORK-AMOUNT > ZEROES
               PERFORM WALK-THE-DOLLARS.

       WALK-THE-DOLLARS.
           ADD WORK-AMOUNT TO MUS-RUNNING.
           IF MUS-NEXT-POINT NOT > MUS-RUNNING
               MOVE "Y" TO CHANCE-HIT
               PERFORM ADD-ONE-INTERVAL
                   UNTIL MUS-NEXT-POINT > MUS-RUNNING.

       ADD-ONE-INTERVAL.
           ADD MUS-INTERVAL TO MUS-NEXT-POINT.

       NEXT-RANDOM-NUMBER.
           COMPUTE RANDOM-PRODUCT = RANDOM-SEED * RANDOM-MULTIPLIER.
           DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT
               REMAINDER RANDOM-SEED.

      *--------------------------------
      * One voucher drawn - counted,
      * then printed from the file it
      * came from
      *--------------------------------
       TAKE-THE-SAMPLE-ITEM.
           ADD 1 TO PICKED-COUNT.
           ADD WORK-AMOUNT TO PICKED-DOLLARS.
           ADD 1 TO BAND-PICKED (WORK-BAND).
           ADD WORK-AMOUNT TO BAND-PICKED-DOLLARS (WORK-BAND).
           IF WORK-SOURCE = "H"
               PERFORM READ-HISTORY-VOUCHER
           ELSE
               PERFORM READ-LIVE-VOUCHER.
           IF VOUCHER-RECORD-FOUND = "Y"
               PERFORM PRINT-THE-SAMPLE-ITEM.

       PRINT-THE-SAMPLE-ITEM.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           PERFORM PRINT-ITEM-LINE-1.
           PERFORM PRINT-ITEM-LINE-2.
           PERFORM PRINT-ITEM-LINE-3.
           PERFORM PRINT-THE-PO-MATCH.
           PERFORM PRINT-THE-GL-LINES.
           PERFORM WRITE-A-BLANK-LINE.

       PRINT-ITEM-LINE-1.
           MOVE PICKED-COUNT TO PRINT-ITEM-NUMBER.
           MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
           IF WORK-SOURCE = "H"
               MOVE "HISTORY" TO PRINT-SOURCE
           ELSE
               MOVE "LIVE" TO PRINT-SOURCE.
           MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
           MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
           ELSE
               MOVE "** NOT FOUND **" TO PRINT-VENDOR-NAME.
           MOVE ITEM-LINE-1 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ITEM-LINE-2.
           MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
           MOVE VOUCHER-PAID-AMOUNT TO PRINT-PAID-AMOUNT.
           MOVE VOUCHER-PAID-DATE TO DATE-YYYYMMDD.
           PERFORM CONVERT-TO-MMDDYYYY.
           MOVE DATE-MMDDYYYY TO PRINT-PAID-DATE.
           MOVE VOUCHER-CHECK-NO TO PRINT-CHECK.
           MOVE ITEM-LINE-2 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ITEM-LINE-3.
           IF VOUCHER-APPR-APPROVED
               MOVE "APPROVED" TO PRINT-APPROVAL
           ELSE
           IF VOUCHER-APPR-PENDING
               MOVE "PENDING" TO PRINT-APPROVAL
           ELSE
           IF VOUCHER-APPR-REJECTED
               MOVE "REJECTED" TO PRINT-APPROVAL
           ELSE
               MOVE "NOT NEEDED" TO PRINT-APPROVAL.
           MOVE VOUCHER-APPROVED-BY TO PRINT-APPROVED-BY.
           MOVE SPACE TO PRINT-APPROVED-DATE-X.
           IF VOUCHER-APPROVED-DATE NOT = ZEROES
               MOVE VOUCHER-APPROVED-DATE TO DATE-YYYYMMDD
               PERFORM CONVERT-TO-MMDDYYYY
               MOVE DATE-MMDDYYYY TO PRINT-APPROVED-DATE.
           MOVE VOUCHER-ENTERED-BY TO PRINT-ENTERED-BY.
           MOVE SPACE TO PRINT-ENTRY-DATE-X.
           IF VOUCHER-ENTRY-DATE NOT = ZEROES
               MOVE VOUCHER-ENTRY-DATE TO DATE-YYYYMMDD
               PERFORM CONVERT-TO-MMDDYYYY
               MOVE DATE-MMDDYYYY TO PRINT-ENTRY-DATE.
           MOVE ITEM-LINE-3 TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * PO and receipts - matched when
      * the goods received cover what
      * has been billed against the PO,
      * the test VCHPIC01 makes before
      * a PO voucher is paid.
      *--------------------------------
       PRINT-THE-PO-MATCH.
           MOVE SPACE TO PRINTER-RECORD.
           IF VOUCHER-PO-NUMBER = ZEROES
               MOVE "NO PO" TO PRINTER-RECORD (7:)
               PERFORM WRITE-TO-PRINTER
           ELSE
               PERFORM PRINT-PO-AND-RECEIPTS.

       PRINT-PO-AND-RECEIPTS.
           MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
           PERFORM READ-PO-RECORD.
           IF PO-RECORD-FOUND = "N"
               MOVE VOUCHER-PO-NUMBER TO PRINT-MISSING-PO
               MOVE PO-MISSING-LINE TO PRINTER-RECORD
           ELSE
               PERFORM SUM-THE-PO-RECEIPTS
               MOVE PO-NUMBER TO PRINT-PO
               MOVE PO-INVOICED TO PRINT-PO-INVOICED
               MOVE RECEIPTS-TOTAL TO PRINT-PO-RECEIVED
               IF RECEIPTS-TOTAL < PO-INVOICED
                   MOVE "SHORT" TO PRINT-PO-MATCH
               ELSE
                   MOVE "MATCHED" TO PRINT-PO-MATCH.
           IF PO-RECORD-FOUND = "Y"
               MOVE PO-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       SUM-THE-PO-RECEIPTS.
           MOVE ZEROES TO RECEIPTS-TOTAL.
           MOVE VOUCHER-PO-NUMBER TO RECEIPT-PO.
           MOVE ZEROES TO RECEIPT-SEQ.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           START RECEIPT-FILE
               KEY NOT < RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-PO-RECEIPT.
           PERFORM ADD-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       ADD-ONE-RECEIPT.
           ADD RECEIPT-AMOUNT TO RECEIPTS-TOTAL.
           PERFORM READ-NEXT-PO-RECEIPT.

      *--------------------------------
      * GL detail lines - a voucher
      * keyed without detail lines is
      * charged whole to its account.
      *--------------------------------
       PRINT-THE-GL-LINES.
           MOVE "N" TO DETAIL-LINES-FOUND.
           PERFORM READ-FIRST-DETAIL-RECORD.
           PERFORM PRINT-ONE-GL-LINE
               UNTIL DETAIL-FILE-AT-END = "Y".
           IF DETAIL-LINES-FOUND = "N"
               MOVE VOUCHER-ACCOUNT TO PRINT-NO-GL-ACCOUNT
               MOVE NO-GL-LINE TO PRINTER-RECORD
               PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-GL-LINE.
           MOVE "Y" TO DETAIL-LINES-FOUND.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEXT-PAGE.
           MOVE VOUCHER-DETAIL-LINE TO PRINT-GL-LINE.
           MOVE VOUCHER-DETAIL-GL-ACCT TO PRINT-GL-ACCOUNT.
           MOVE VOUCHER-DETAIL-FOR TO PRINT-GL-FOR.
           MOVE VOUCHER-DETAIL-AMOUNT TO PRINT-GL-AMOUNT.
           MOVE GL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-DETAIL-RECORD.

      *--------------------------------
      * SUMMARY - its own page
      *--------------------------------
       PRINT-THE-SUMMARY.
           PERFORM START-NEXT-PAGE.
           MOVE "SAMPLING SUMMARY" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           IF METHOD-IS-RANDOM
               MOVE "METHOD:   SIMPLE RANDOM" TO PRINTER-RECORD
           ELSE
           IF METHOD-IS-STRATIFIED
               MOVE "METHOD:   STRATIFIED BY DOLLAR BAND"
                 TO PRINTER-RECORD
           ELSE
               MOVE "METHOD:   MONETARY UNIT" TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SEED:     " SEED-USED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF METHOD-IS-MONETARY
               PERFORM PRINT-THE-INTERVAL.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE SUMMARY-COLUMN-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM PRINT-ONE-BAND
               VARYING BAND-SUB FROM 1 BY 1
                 UNTIL BAND-SUB > 4.
           PERFORM WRITE-A-BLANK-LINE.
           MOVE "ALL PAID" TO PRINT-BAND-NAME.
           MOVE POP-COUNT TO COVER-POP-COUNT.
           MOVE POP-DOLLARS TO COVER-POP-DOLLARS.
           MOVE PICKED-COUNT TO COVER-PICKED-COUNT.
           MOVE PICKED-DOLLARS TO COVER-PICKED-DOLLARS.
           PERFORM PRINT-THE-COVERAGE.

       PRINT-THE-INTERVAL.
           MOVE MUS-DOLLARS TO DISPLAY-DOLLARS.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "POSITIVE PAID DOLLARS: " DISPLAY-DOLLARS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE MUS-INTERVAL TO DISPLAY-DOLLARS.
           MOVE SPACE TO PRINTER-RECORD.
           STRING "SAMPLING INTERVAL:     " DISPLAY-DOLLARS
               DELIMITED BY SIZE INTO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-BAND.
           MOVE BAND-NAME (BAND-SUB) TO PRINT-BAND-NAME.
           MOVE BAND-POP-COUNT (BAND-SUB) TO COVER-POP-COUNT.
           MOVE BAND-POP-DOLLARS (BAND-SUB) TO COVER-POP-DOLLARS.
           MOVE BAND-PICKED (BAND-SUB) TO COVER-PICKED-COUNT.
           MOVE BAND-PICKED-DOLLARS (BAND-SUB)
             TO COVER-PICKED-DOLLARS.
           PERFORM PRINT-THE-COVERAGE.

      *--------------------------------
      * Coverage is the sample over the
      * population, by count and by
      * dollars. Nothing to cover
      * prints as zero; a sample worth
      * more than a population netted
      * down by credits tops out at
      * 999.9.
      *--------------------------------
       PRINT-THE-COVERAGE.
           MOVE COVER-POP-COUNT TO PRINT-POP-COUNT.
           MOVE COVER-POP-DOLLARS TO PRINT-POP-DOLLARS.
           MOVE COVER-PICKED-COUNT TO PRINT-SAMPLE-COUNT.
           MOVE COVER-PICKED-DOLLARS TO PRINT-SAMPLE-DOLLARS.
           MOVE ZEROES TO COVERAGE-PERCENT.
           IF COVER-POP-COUNT > ZEROES
               COMPUTE COVERAGE-PERCENT ROUNDED =
                   COVER-PICKED-COUNT * 100 / COVER-POP-COUNT.
           MOVE COVERAGE-PERCENT TO PRINT-COUNT-COVERAGE.
           MOVE ZEROES TO COVERAGE-PERCENT.
           IF COVER-POP-DOLLARS > ZEROES
               AND COVER-PICKED-DOLLARS > ZEROES
               COMPUTE COVERAGE-PERCENT ROUNDED =
                   COVER-PICKED-DOLLARS * 100 / COVER-POP-DOLLARS
                   ON SIZE ERROR
                   MOVE 999.9 TO COVERAGE-PERCENT.
           MOVE COVERAGE-PERCENT TO PRINT-DOLLAR-COVERAGE.
           MOVE SUMMARY-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-A-BLANK-LINE.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING 1.
           DISPLAY PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-SPOOL-LINE.

       START-NEXT-PAGE.
           PERFORM END-LAST-PAGE.
           PERFORM START-NEW-PAGE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           IF SIGNED-ON-CO-NAME NOT = SPACE
               MOVE SPACE TO PRINTER-RECORD
               MOVE SIGNED-ON-CO-NAME TO PRINTER-RECORD (24:30)
               PERFORM WRITE-TO-PRINTER.
           PERFORM WRITE-A-BLANK-LINE.

       END-LAST-PAGE.
           MOVE SPACE TO PRINTER-RECORD.
      *    WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
           DISPLAY PRINTER-RECORD.
           MOVE ZERO TO LINE-COUNT.

      *--------------------------------
      * File I-O routines
      *--------------------------------
       READ-FIRST-VOUCHER-RECORD.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER-RECORD.

       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-HISTORY-RECORD.
           MOVE ZEROES TO VOUCHER-HIST-NUMBER.
           MOVE "N" TO HISTORY-FILE-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY NOT < VOUCHER-HIST-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
           IF HISTORY-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-HISTORY-RECORD.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-FILE-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-LIVE-VOUCHER.
           MOVE WORK-VOUCHER TO VOUCHER-NUMBER.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-VOUCHER.
           MOVE WORK-VOUCHER TO VOUCHER-HIST-NUMBER.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "Y"
               MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.

       READ-NEXT-WORK-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PO-FILE RECORD
               INVALID KEY
               MOVE "N" TO PO-RECORD-FOUND.

       READ-NEXT-PO-RECEIPT.
           MOVE "N" TO RECEIPT-FILE-AT-END.
           READ RECEIPT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RECEIPT-FILE-AT-END.
           IF RECEIPT-FILE-AT-END NOT = "Y"
               AND RECEIPT-PO NOT = VOUCHER-PO-NUMBER
               MOVE "Y" TO RECEIPT-FILE-AT-END.

       READ-FIRST-DETAIL-RECORD.
           MOVE VOUCHER-NUMBER TO VOUCHER-DETAIL-NUMBER.
           MOVE ZEROES TO VOUCHER-DETAIL-LINE.
           MOVE "N" TO DETAIL-FILE-AT-END.
           START VOUCHER-DETAIL-FILE
               KEY NOT < VOUCHER-DETAIL-KEY
               INVALID KEY
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-DETAIL-RECORD.

       READ-NEXT-DETAIL-RECORD.
           MOVE "N" TO DETAIL-FILE-AT-END.
           READ VOUCHER-DETAIL-FILE NEXT RECORD
               AT END
               MOVE "Y" TO DETAIL-FILE-AT-END.
           IF DETAIL-FILE-AT-END NOT = "Y"
               AND VOUCHER-DETAIL-NUMBER NOT = VOUCHER-NUMBER
               MOVE "Y" TO DETAIL-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

           COPY "plspl01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQUE01.
      *------------------------------------
      * AP Supervisor Work Queues
      *
      * One screen for everything waiting
      * on a supervisor at the start of
      * the day. Each queue shows how many
      * items are in it and how many days
      * the oldest has been waiting:
      *
      * 1. vouchers pending approval
      *    (since entry)        - VCHAPR01
      * 2. voucher entry batches still
      *    open (since opened)  - BATRPT01
      * 3. vendor banking changes not
      *    yet reviewed         - VNDAUD01
      * 4. disputed holds older than the
      *    hold age asked for at the
      *    start (30 days if none)
      *                         - VCHHLD01
      * 5. import batches staged but not
      *    released - any passed or error
      *    line still on the staging
      *    file                 - VCHREL01
      * 6. positive-pay exceptions in the
      *    bank's file with no decision on
      *    the decision log (since
      *    presented)           - POSPAY02
      * 7. checks awaiting a second
      *    signature (since issued)
      *                         - VCHAPR01
      * 8. record locks held since before
      *    today                - LCKMNT01
      * 9. compliance certificates lapsing
      *    within the next 7 days - this
      *    line shows the days LEFT before
      *    the first one lapses
      *                         - CRTRPT01
      *
      * Picking a queue's number CALLs the
      * program that works it; the counts
      * are taken again when it returns.
      * Each program still applies its own
      * operator-level checks. Only a
      * level-9 supervisor gets the screen.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slbat01.cbl".

           COPY "slvndaud.cbl".

           COPY "slstg01.cbl".

           COPY "slppl01.cbl".

           COPY "slchk01.cbl".

           COPY "sllck01.cbl".

           COPY "slcert01.cbl".

           COPY "slsess01.cbl".

           COPY "slaudit01.cbl".

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "ppexcin"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdbat01.cbl".

           COPY "fdvndaud.cbl".

           COPY "fdstg01.cbl".

           COPY "fdppl01.cbl".

           COPY "fdchk01.cbl".

           COPY "fdlck01.cbl".

           COPY "fdcert01.cbl".

           COPY "fdsess01.cbl".

           COPY "fdaudit01.cbl".

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXCEPTION-RECORD.
           05  EXC-ACCOUNT              PIC 9(10).
           05  EXC-CHECK-NUMBER         PIC 9(8).
           05  EXC-AMOUNT               PIC 9(8)V99.
           05  EXC-PRESENTED-DATE       PIC 9(8).
           05  EXC-REASON               PIC X(20).

       WORKING-STORAGE SECTION.

       77  QUEUE-PICK                PIC 9.
       77  QUEUE-SUB                 PIC 99.
       77  SAVED-SELECTION           PIC X(40).

       77  TODAYS-DATE               PIC 9(8).
       77  CERT-WINDOW-DATE          PIC 9(8).
       77  CERT-WINDOW-DAYS          PIC 9(3) VALUE 7.
       77  HOLD-AGE-LIMIT            PIC 9(3).
       77  HOLD-AGE-DEFAULT          PIC 9(3) VALUE 30.
       77  ITEM-DATE                 PIC 9(8).

       77  VOUCHER-FILE-AT-END       PIC X.
       77  BATCH-FILE-AT-END         PIC X.
       77  AUDIT-FILE-AT-END         PIC X.
       77  STAGING-FILE-AT-END       PIC X.
       77  EXCEPTION-FILE-AT-END     PIC X.
       77  CHECK-FILE-AT-END         PIC X.
       77  LOCK-FILE-AT-END          PIC X.
       77  CERT-FILE-AT-END          PIC X.

       77  SCAN-BATCH                PIC 9(5).
       77  BATCH-IS-WAITING          PIC X.
       77  BATCH-WAITING-DATE        PIC 9(8).
       77  EXCEPTION-IS-DECIDED      PIC X.
       77  LOG-FILE-AT-END           PIC X.

           COPY "wscase01.cbl".

           COPY "wsdate01.cbl".

           COPY "wssess01.cbl".

      *--------------------------------
      * One entry per queue, in screen
      * order. AGE-WORD says which way
      * the age runs - every queue but
      * the certificates counts days
      * since its oldest item; the
      * certificates count days left.
      *--------------------------------
       01  QUEUE-DEFINITIONS.
           05  FILLER PIC X(48) VALUE
               "VOUCHERS PENDING APPROVAL     vchapr01OLD ".
           05  FILLER PIC X(48) VALUE
               "OPEN VOUCHER ENTRY BATCHES    batrpt01OLD ".
           05  FILLER PIC X(48) VALUE
               "UNREVIEWED BANKING CHANGES    vndaud01OLD ".
           05  FILLER PIC X(48) VALUE
               "DISPUTED HOLDS PAST THE LIMIT vchhld01OLD ".
           05  FILLER PIC X(48) VALUE
               "IMPORT BATCHES NOT RELEASED   vchrel01OLD ".
           05  FILLER PIC X(48) VALUE
               "UNDECIDED POS-PAY EXCEPTIONS  pospay02OLD ".
           05  FILLER PIC X(48) VALUE
               "CHECKS AWAITING 2ND SIGNATURE vchapr01OLD ".
           05  FILLER PIC X(48) VALUE
               "RECORD LOCKS OLDER THAN A DAY lckmnt01OLD ".
           05  FILLER PIC X(48) VALUE
               "CERTIFICATES LAPSING THIS WEEKcrtrpt01LEFT".
       01  FILLER REDEFINES QUEUE-DEFINITIONS.
           05  QUEUE-ENTRY OCCURS 9 TIMES.
               10  QUEUE-NAME        PIC X(30).
               10  QUEUE-PROGRAM     PIC X(8).
               10  QUEUE-AGE-WORD    PIC X(4).
               10  FILLER            PIC X(6).

       01  QUEUE-COUNTS.
           05  QUEUE-TALLY OCCURS 9 TIMES.
               10  QUEUE-COUNT       PIC 9(5).
               10  QUEUE-DATE        PIC 9(8).
               10  QUEUE-DAYS        PIC 9(5).

       01  QUEUE-LINE.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-QUEUE-NUMBER    PIC 9.
           05  FILLER                PIC X(2) VALUE ". ".
           05  PRINT-QUEUE-NAME      PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-QUEUE-COUNT     PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-QUEUE-DAYS      PIC ZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  PRINT-QUEUE-AGE-WORD  PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACE.
           05  PRINT-QUEUE-PROGRAM   PIC X(8).

       01  COLUMN-LINE.
           05  FILLER                PIC X(35) VALUE "    QUEUE".
           05  FILLER                PIC X(7)  VALUE "  COUNT".
           05  FILLER                PIC X(12) VALUE "   DAYS".
           05  FILLER                PIC X(8)  VALUE "PROGRAM".

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

       CLOSING-PROCEDURE.

       MAIN-PROCESS.
           IF SIGNED-ON-LEVEL < 9
               DISPLAY "THIS FUNCTION NEEDS A LEVEL-9 SUPERVISOR"
               DISPLAY "- YOURS IS " SIGNED-ON-LEVEL "."
           ELSE
               PERFORM WORK-THE-QUEUES.

       WORK-THE-QUEUES.
           PERFORM GET-HOLD-AGE-LIMIT.
           PERFORM COUNT-ALL-QUEUES.
           PERFORM GET-QUEUE-PICK.
           PERFORM DO-THE-PICK
               UNTIL QUEUE-PICK = 0.

       GET-HOLD-AGE-LIMIT.
           DISPLAY "COUNT DISPUTED HOLDS OLDER THAN HOW MANY DAYS".
           DISPLAY "(ENTER FOR " HOLD-AGE-DEFAULT ")?".
           ACCEPT HOLD-AGE-LIMIT.
           IF HOLD-AGE-LIMIT = ZEROES
               MOVE HOLD-AGE-DEFAULT TO HOLD-AGE-LIMIT.

      *--------------------------------
      * The screen - counts and ages
      * as of this moment, then the
      * pick of a queue to go work.
      *--------------------------------
       GET-QUEUE-PICK.
           PERFORM DISPLAY-THE-QUEUES.
           PERFORM ACCEPT-QUEUE-PICK.

       DISPLAY-THE-QUEUES.
           DISPLAY " ".
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "    AP SUPERVISOR WORK QUEUES - "
                   FORMATTED-DATE.
           DISPLAY " ".
           DISPLAY COLUMN-LINE.
           PERFORM DISPLAY-ONE-QUEUE
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > 9.
           DISPLAY " ".
           DISPLAY "    DISPUTED HOLDS ARE COUNTED PAST "
                   HOLD-AGE-LIMIT " DAYS".
           DISPLAY " ".
           DISPLAY "          0. EXIT".

       DISPLAY-ONE-QUEUE.
           MOVE QUEUE-SUB TO PRINT-QUEUE-NUMBER.
           MOVE QUEUE-NAME (QUEUE-SUB) TO PRINT-QUEUE-NAME.
           MOVE QUEUE-COUNT (QUEUE-SUB) TO PRINT-QUEUE-COUNT.
           MOVE QUEUE-PROGRAM (QUEUE-SUB) TO PRINT-QUEUE-PROGRAM.
           INSPECT PRINT-QUEUE-PROGRAM
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF QUEUE-COUNT (QUEUE-SUB) = ZEROES
               MOVE ZEROES TO PRINT-QUEUE-DAYS
               MOVE SPACE TO PRINT-QUEUE-AGE-WORD
           ELSE
               MOVE QUEUE-DAYS (QUEUE-SUB) TO PRINT-QUEUE-DAYS
               MOVE QUEUE-AGE-WORD (QUEUE-SUB)
                   TO PRINT-QUEUE-AGE-WORD.
           DISPLAY QUEUE-LINE.

       ACCEPT-QUEUE-PICK.
           DISPLAY "WORK WHICH QUEUE (1-9, 0 TO EXIT)?".
           ACCEPT QUEUE-PICK.

       DO-THE-PICK.
           MOVE QUEUE-PICK TO QUEUE-SUB.
           PERFORM LOG-QUEUE-PICK.
           PERFORM CALL-THE-QUEUE-PROGRAM.
           PERFORM COUNT-ALL-QUEUES.
           PERFORM GET-QUEUE-PICK.

      *--------------------------------
      * The queue files are all closed
      * by now - the program called
      * opens them its own way.
      *--------------------------------
       CALL-THE-QUEUE-PROGRAM.
           CALL QUEUE-PROGRAM (QUEUE-SUB)
               ON EXCEPTION
               DISPLAY "CANNOT LOAD PROGRAM "
                       QUEUE-PROGRAM (QUEUE-SUB).

      *--------------------------------
      * Every queue file is opened
      * INPUT just long enough to be
      * counted, so nothing is held
      * open while the supervisor sits
      * on the screen.
      *--------------------------------
       COUNT-ALL-QUEUES.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE TO DATE-YYYYMMDD.
           MOVE CERT-WINDOW-DAYS TO DAYS-TO-ADD.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE DATE-YYYYMMDD TO CERT-WINDOW-DATE.
           INITIALIZE QUEUE-COUNTS.
           PERFORM COUNT-THE-VOUCHERS.
           PERFORM COUNT-THE-BATCHES.
           PERFORM COUNT-THE-BANKING-CHANGES.
           PERFORM COUNT-THE-STAGED-BATCHES.
           PERFORM COUNT-THE-EXCEPTIONS.
           PERFORM COUNT-THE-SECOND-SIGS.
           PERFORM COUNT-THE-LOCKS.
           PERFORM COUNT-THE-CERTIFICATES.
           PERFORM FIGURE-ONE-AGE
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > 9.

      *--------------------------------
      * The queue at QUEUE-SUB gets one
      * more item, dated ITEM-DATE; the
      * earliest date kept is the one
      * its age is taken from.
      *--------------------------------
       COUNT-ONE-ITEM.
           ADD 1 TO QUEUE-COUNT (QUEUE-SUB).
           IF QUEUE-DATE (QUEUE-SUB) = ZEROES
                   OR ITEM-DATE < QUEUE-DATE (QUEUE-SUB)
               MOVE ITEM-DATE TO QUEUE-DATE (QUEUE-SUB).

       FIGURE-ONE-AGE.
           MOVE ZEROES TO QUEUE-DAYS (QUEUE-SUB).
           IF QUEUE-DATE (QUEUE-SUB) NOT = ZEROES
               PERFORM FIGURE-THE-DAYS.

       FIGURE-THE-DAYS.
           IF QUEUE-AGE-WORD (QUEUE-SUB) = "LEFT"
               MOVE TODAYS-DATE TO ELAPSED-DATE-1
               MOVE QUEUE-DATE (QUEUE-SUB) TO ELAPSED-DATE-2
           ELSE
               MOVE QUEUE-DATE (QUEUE-SUB) TO ELAPSED-DATE-1
               MOVE TODAYS-DATE TO ELAPSED-DATE-2.
           PERFORM CALCULATE-ELAPSED-DAYS.
           IF ELAPSED-DAYS > ZEROES
               MOVE ELAPSED-DAYS TO QUEUE-DAYS (QUEUE-SUB).

      *--------------------------------
      * 1 and 4 - one pass of the
      * voucher file serves both.
      *--------------------------------
       COUNT-THE-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           PERFORM READ-FIRST-VOUCHER.
           PERFORM COUNT-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           CLOSE VOUCHER-FILE.

       COUNT-ONE-VOUCHER.
           IF VOUCHER-APPR-PENDING
               PERFORM COUNT-PENDING-VOUCHER.
           IF VOUCHER-IS-HELD
                   AND VOUCHER-PAID-DATE = ZEROES
               PERFORM COUNT-HELD-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       COUNT-PENDING-VOUCHER.
           MOVE 1 TO QUEUE-SUB.
           MOVE VOUCHER-ENTRY-DATE TO ITEM-DATE.
           IF ITEM-DATE = ZEROES
               MOVE VOUCHER-DATE TO ITEM-DATE.
           PERFORM COUNT-ONE-ITEM.

       COUNT-HELD-VOUCHER.
           MOVE VOUCHER-HOLD-DATE TO ELAPSED-DATE-1.
           MOVE TODAYS-DATE TO ELAPSED-DATE-2.
           PERFORM CALCULATE-ELAPSED-DAYS.
           IF ELAPSED-DAYS > HOLD-AGE-LIMIT
               MOVE 4 TO QUEUE-SUB
               MOVE VOUCHER-HOLD-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.

       COUNT-THE-BATCHES.
           OPEN INPUT BATCH-FILE.
           PERFORM READ-FIRST-BATCH.
           PERFORM COUNT-ONE-BATCH
               UNTIL BATCH-FILE-AT-END = "Y".
           CLOSE BATCH-FILE.

       COUNT-ONE-BATCH.
           IF BATCH-IS-OPEN
               MOVE 2 TO QUEUE-SUB
               MOVE BATCH-OPENED-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-NEXT-BATCH.

       COUNT-THE-BANKING-CHANGES.
           OPEN INPUT VENDOR-AUDIT-FILE.
           PERFORM READ-FIRST-AUDIT.
           PERFORM COUNT-ONE-CHANGE
               UNTIL AUDIT-FILE-AT-END = "Y".
           CLOSE VENDOR-AUDIT-FILE.

       COUNT-ONE-CHANGE.
           IF NOT VNDAUD-IS-REVIEWED
               MOVE 3 TO QUEUE-SUB
               MOVE VNDAUD-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-NEXT-AUDIT.

      *--------------------------------
      * 5 - the staging file is keyed
      * by batch; a batch is waiting
      * while any line on it is still
      * passed or in error.
      *--------------------------------
       COUNT-THE-STAGED-BATCHES.
           OPEN INPUT STAGING-FILE.
           MOVE ZEROES TO SCAN-BATCH.
           MOVE "N" TO BATCH-IS-WAITING.
           PERFORM READ-FIRST-STAGING.
           PERFORM COUNT-ONE-STAGED-LINE
               UNTIL STAGING-FILE-AT-END = "Y".
           PERFORM COUNT-THE-STAGED-BATCH.
           CLOSE STAGING-FILE.

       COUNT-ONE-STAGED-LINE.
           IF STG-BATCH NOT = SCAN-BATCH
               PERFORM COUNT-THE-STAGED-BATCH
               MOVE STG-BATCH TO SCAN-BATCH
               MOVE "N" TO BATCH-IS-WAITING
               MOVE ZEROES TO BATCH-WAITING-DATE.
           IF STG-IS-PASSED OR STG-IS-IN-ERROR
               MOVE "Y" TO BATCH-IS-WAITING
               IF BATCH-WAITING-DATE = ZEROES
                       OR STG-STAGED-DATE < BATCH-WAITING-DATE
                   MOVE STG-STAGED-DATE TO BATCH-WAITING-DATE.
           PERFORM READ-NEXT-STAGING.

       COUNT-THE-STAGED-BATCH.
           IF BATCH-IS-WAITING = "Y"
               MOVE 5 TO QUEUE-SUB
               MOVE BATCH-WAITING-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.

      *--------------------------------
      * 6 - an exception in the bank's
      * file is decided once the log
      * holds an answer on that check
      * dated on or after the day it
      * was presented.
      *--------------------------------
       COUNT-THE-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           OPEN INPUT PP-LOG-FILE.
           PERFORM READ-EXCEPTION-RECORD.
           PERFORM COUNT-ONE-EXCEPTION
               UNTIL EXCEPTION-FILE-AT-END = "Y".
           CLOSE EXCEPTION-FILE.
           CLOSE PP-LOG-FILE.

       COUNT-ONE-EXCEPTION.
           PERFORM LOOK-FOR-THE-DECISION.
           IF EXCEPTION-IS-DECIDED = "N"
               MOVE 6 TO QUEUE-SUB
               MOVE EXC-PRESENTED-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-EXCEPTION-RECORD.

       LOOK-FOR-THE-DECISION.
           MOVE "N" TO EXCEPTION-IS-DECIDED.
           MOVE EXC-ACCOUNT TO PPLOG-ACCOUNT.
           MOVE EXC-CHECK-NUMBER TO PPLOG-CHECK.
           MOVE EXC-PRESENTED-DATE TO PPLOG-DATE.
           MOVE ZEROES TO PPLOG-SEQ.
           MOVE "N" TO LOG-FILE-AT-END.
           START PP-LOG-FILE
               KEY NOT < PPLOG-KEY
               INVALID KEY
               MOVE "Y" TO LOG-FILE-AT-END.
           IF LOG-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOG-RECORD.
           IF LOG-FILE-AT-END NOT = "Y"
               IF PPLOG-ACCOUNT = EXC-ACCOUNT
                       AND PPLOG-CHECK = EXC-CHECK-NUMBER
                   MOVE "Y" TO EXCEPTION-IS-DECIDED.

       COUNT-THE-SECOND-SIGS.
           OPEN INPUT CHECK-FILE.
           PERFORM READ-FIRST-CHECK.
           PERFORM COUNT-ONE-CHECK
               UNTIL CHECK-FILE-AT-END = "Y".
           CLOSE CHECK-FILE.

       COUNT-ONE-CHECK.
           IF CHECK-NEEDS-SECOND-SIG
                   AND CHECK-VOIDED NOT = "Y"
               MOVE 7 TO QUEUE-SUB
               MOVE CHECK-ISSUE-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-NEXT-CHECK.

       COUNT-THE-LOCKS.
           OPEN INPUT RECORD-LOCK-FILE.
           PERFORM READ-FIRST-LOCK.
           PERFORM COUNT-ONE-LOCK
               UNTIL LOCK-FILE-AT-END = "Y".
           CLOSE RECORD-LOCK-FILE.

       COUNT-ONE-LOCK.
           IF LOCK-DATE < TODAYS-DATE
               MOVE 8 TO QUEUE-SUB
               MOVE LOCK-DATE TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-NEXT-LOCK.

      *--------------------------------
      * 9 - still good today, gone by
      * the end of the window. One
      * already lapsed is CRTRPT01's
      * business, not this week's.
      *--------------------------------
       COUNT-THE-CERTIFICATES.
           OPEN INPUT COMPLIANCE-FILE.
           PERFORM READ-FIRST-CERT.
           PERFORM COUNT-ONE-CERTIFICATE
               UNTIL CERT-FILE-AT-END = "Y".
           CLOSE COMPLIANCE-FILE.

       COUNT-ONE-CERTIFICATE.
           IF CERT-EXPIRES NOT < TODAYS-DATE
                   AND CERT-EXPIRES NOT > CERT-WINDOW-DATE
               MOVE 9 TO QUEUE-SUB
               MOVE CERT-EXPIRES TO ITEM-DATE
               PERFORM COUNT-ONE-ITEM.
           PERFORM READ-NEXT-CERT.

      *--------------------------------
      * AUDIT LOG
      *--------------------------------
       LOG-QUEUE-PICK.
           MOVE SPACE TO AUDIT-LOG-SELECTION.
           STRING "WORK QUEUE: " QUEUE-NAME (QUEUE-SUB)
               DELIMITED BY SIZE INTO AUDIT-LOG-SELECTION.
           PERFORM WRITE-AUDIT-LOG-RECORD.

       WRITE-AUDIT-LOG-RECORD.
           MOVE AUDIT-LOG-SELECTION TO SAVED-SELECTION.
           MOVE SPACE TO AUDIT-LOG-RECORD.
           MOVE SAVED-SELECTION TO AUDIT-LOG-SELECTION.
           ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-LOG-TIME FROM TIME.
           MOVE SIGNED-ON-OPERATOR TO AUDIT-LOG-OPERATOR.
           MOVE "WRKQUE01" TO AUDIT-LOG-PROGRAM.
           OPEN EXTEND AUDIT-LOG-FILE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *--------------------------------
      * File I-O Routines
      *--------------------------------
       READ-FIRST-VOUCHER.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           START VOUCHER-FILE
               KEY NOT < VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.

       READ-NEXT-VOUCHER.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-FIRST-BATCH.
           MOVE ZEROES TO BATCH-NUMBER.
           MOVE "N" TO BATCH-FILE-AT-END.
           START BATCH-FILE
               KEY NOT < BATCH-NUMBER
               INVALID KEY
               MOVE "Y" TO BATCH-FILE-AT-END.
           IF BATCH-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-BATCH.

       READ-NEXT-BATCH.
           MOVE "N" TO BATCH-FILE-AT-END.
           READ BATCH-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BATCH-FILE-AT-END.

       READ-FIRST-AUDIT.
           MOVE LOW-VALUES TO VNDAUD-KEY.
           MOVE "N" TO AUDIT-FILE-AT-END.
           START VENDOR-AUDIT-FILE
               KEY NOT < VNDAUD-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
           IF AUDIT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-AUDIT.

       READ-NEXT-AUDIT.
           MOVE "N" TO AUDIT-FILE-AT-END.
           READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO AUDIT-FILE-AT-END.

       READ-FIRST-STAGING.
           MOVE LOW-VALUES TO STG-KEY.
           MOVE "N" TO STAGING-FILE-AT-END.
           START STAGING-FILE
               KEY NOT < STG-KEY
               INVALID KEY
               MOVE "Y" TO STAGING-FILE-AT-END.
           IF STAGING-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-STAGING.

       READ-NEXT-STAGING.
           MOVE "N" TO STAGING-FILE-AT-END.
           READ STAGING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO STAGING-FILE-AT-END.

       READ-EXCEPTION-RECORD.
           MOVE "N" TO EXCEPTION-FILE-AT-END.
           READ EXCEPTION-FILE
               AT END
               MOVE "Y" TO EXCEPTION-FILE-AT-END.

       READ-NEXT-LOG-RECORD.
           MOVE "N" TO LOG-FILE-AT-END.
           READ PP-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOG-FILE-AT-END.

       READ-FIRST-CHECK.
           MOVE LOW-VALUES TO CHECK-KEY.
           MOVE "N" TO CHECK-FILE-AT-END.
           START CHECK-FILE
               KEY NOT < CHECK-KEY
               INVALID KEY
               MOVE "Y" TO CHECK-FILE-AT-END.
           IF CHECK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CHECK.

       READ-NEXT-CHECK.
           MOVE "N" TO CHECK-FILE-AT-END.
           READ CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CHECK-FILE-AT-END.

       READ-FIRST-LOCK.
           MOVE LOW-VALUES TO LOCK-KEY.
           MOVE "N" TO LOCK-FILE-AT-END.
           START RECORD-LOCK-FILE
               KEY NOT < LOCK-KEY
               INVALID KEY
               MOVE "Y" TO LOCK-FILE-AT-END.
           IF LOCK-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-LOCK.

       READ-NEXT-LOCK.
           MOVE "N" TO LOCK-FILE-AT-END.
           READ RECORD-LOCK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO LOCK-FILE-AT-END.

       READ-FIRST-CERT.
           MOVE LOW-VALUES TO CERT-KEY.
           MOVE "N" TO CERT-FILE-AT-END.
           START COMPLIANCE-FILE
               KEY NOT < CERT-KEY
               INVALID KEY
               MOVE "Y" TO CERT-FILE-AT-END.
           IF CERT-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-CERT.

       READ-NEXT-CERT.
           MOVE "N" TO CERT-FILE-AT-END.
           READ COMPLIANCE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CERT-FILE-AT-END.

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "pldate01.cbl".

           COPY "plsess01.cbl".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVALT01.
      *------------------------------------
      * Alternate Key File Conversion
      *
      * The voucher file gained a third
      * key, VOUCHER-OPEN-KEY (open or
      * paid, then due date, then voucher
      * number - see PLVOP01), and the
      * check file gained two, on
      * CHECK-VENDOR and on
      * CHECK-ISSUE-DATE. An indexed
      * file's keys are fixed when it is
      * built, so the files already on
      * disk must be rebuilt before any
      * program that declares the new
      * keys opens them.
      *
      * The check record is unchanged -
      * it is copied across whole. The
      * voucher record grows by the
      * sixteen bytes of the open key,
      * which is built here from the
      * paid date, due date and number
      * already on the record.
      *
      *   reads  voucher   writes vouchern
      *          check            checkn
      *
      * These are files already in the
      * current layout. Files of the
      * prior release go through CNVKEY01
      * instead - it builds the new keys
      * as it converts.
      *
      * Record counts and amount proof
      * totals from BOTH sides print at
      * the end of each file, and they
      * must match before the operator
      * renames the new file over the
      * old one.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-VOUCHER-FILE
               ASSIGN TO "voucher"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OV-VOUCHER-NUMBER
               ALTERNATE KEY
                   IS OV-VOUCHER-VENDOR WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-VOUCHER-FILE
               ASSIGN TO "vouchern"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VOUCHER-NUMBER
               ALTERNATE KEY
                   IS VOUCHER-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS VOUCHER-OPEN-KEY WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OLD-CHECK-FILE
               ASSIGN TO "check"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OC-CHECK-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT NEW-CHECK-FILE
               ASSIGN TO "checkn"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHECK-KEY
               ALTERNATE KEY
                   IS CHECK-VENDOR WITH DUPLICATES
               ALTERNATE KEY
                   IS CHECK-ISSUE-DATE WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.

      *--------------------------------
      * 1. VOUCHER - old and new. Only
      * the keys, the amount and the
      * fields the open key is built
      * from are laid out; the rest of
      * the record rides as a block.
      * Both sides must track
      * FDVOUCH.CBL.
      *--------------------------------
       FD  OLD-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-VOUCHER-RECORD.
           05  OV-VOUCHER-NUMBER            PIC 9(7).
           05  OV-VOUCHER-VENDOR            PIC 9(7).
           05  FILLER                       PIC X(45).
           05  OV-VOUCHER-AMOUNT            PIC S9(8)V99.
           05  FILLER                       PIC X(288).

       FD  NEW-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-RECORD.
           05  VOUCHER-BODY.
               10  VOUCHER-NUMBER           PIC 9(7).
               10  VOUCHER-VENDOR           PIC 9(7).
               10  FILLER                   PIC X(45).
               10  VOUCHER-AMOUNT           PIC S9(8)V99.
               10  FILLER                   PIC X(8).
               10  VOUCHER-DUE              PIC 9(8).
               10  FILLER                   PIC X(12).
               10  VOUCHER-PAID-DATE        PIC 9(8).
               10  FILLER                   PIC X(252).
           05  VOUCHER-OPEN-KEY.
               10  VOUCHER-OPEN-STATUS      PIC X.
               10  VOUCHER-OPEN-DUE         PIC 9(8).
               10  VOUCHER-OPEN-NUMBER      PIC 9(7).

      *--------------------------------
      * 2. CHECK - old and new. The
      * record itself is unchanged;
      * the new side lays out the
      * fields the new keys are on.
      * Both sides must track
      * FDCHK01.CBL.
      *--------------------------------
       FD  OLD-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CHECK-RECORD.
           05  OC-CHECK-KEY.
               10  OC-CHECK-ACCOUNT         PIC 9(10).
               10  OC-CHECK-NUMBER          PIC 9(8).
           05  OC-CHECK-AMOUNT              PIC S9(8)V99.
           05  FILLER                       PIC X(151).

       FD  NEW-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-RECORD.
           05  CHECK-KEY.
               10  CHECK-ACCOUNT            PIC 9(10).
               10  CHECK-NUMBER             PIC 9(8).
           05  CHECK-AMOUNT                 PIC S9(8)V99.
           05  FILLER                       PIC X(15).
           05  CHECK-VENDOR                 PIC 9(7).
           05  FILLER                       PIC X(32).
           05  CHECK-ISSUE-DATE             PIC 9(8).
           05  FILLER                       PIC X(89).

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 99.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  OLD-FILE-AT-END             PIC X.
       77  CONVERTED-COUNT             PIC 9(7).
       77  OLD-PROOF-TOTAL             PIC S9(12)V99.
       77  NEW-PROOF-TOTAL             PIC S9(12)V99.
       77  PROOF-FIELD                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM MAIN-PROCESS.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM DO-ONE-CONVERSION
               UNTIL MENU-PICK = 0.

       DO-ONE-CONVERSION.
           IF MENU-PICK = 1
               PERFORM CONVERT-THE-VOUCHERS.
           IF MENU-PICK = 2
               PERFORM CONVERT-THE-CHECKS.
           PERFORM GET-MENU-PICK.

       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    ALTERNATE KEY FILE CONVERSION".
           DISPLAY "    REBUILD WHICH FILE:".
           DISPLAY " ".
           DISPLAY "          1.  VOUCHER      -> vouchern".
           DISPLAY "          2.  CHECK        -> checkn".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *--------------------------------
      * 1. VOUCHER
      *--------------------------------
       CONVERT-THE-VOUCHERS.
           MOVE ZEROES TO CONVERTED-COUNT
                          OLD-PROOF-TOTAL NEW-PROOF-TOTAL.
           OPEN INPUT OLD-VOUCHER-FILE.
           OPEN OUTPUT NEW-VOUCHER-FILE.
           PERFORM READ-FIRST-OLD-VOUCHER.
           PERFORM CONVERT-ONE-VOUCHER
               UNTIL OLD-FILE-AT-END = "Y".
           CLOSE OLD-VOUCHER-FILE.
           CLOSE NEW-VOUCHER-FILE.
           PERFORM DISPLAY-PROOF-TOTALS.

       CONVERT-ONE-VOUCHER.
           ADD OV-VOUCHER-AMOUNT TO OLD-PROOF-TOTAL.
           MOVE OLD-VOUCHER-RECORD TO VOUCHER-BODY.
           PERFORM SET-VOUCHER-OPEN-KEY.
           ADD VOUCHER-AMOUNT TO NEW-PROOF-TOTAL.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING " VOUCHER-NUMBER.
           ADD 1 TO CONVERTED-COUNT.
           PERFORM READ-NEXT-OLD-VOUCHER.

       READ-FIRST-OLD-VOUCHER.
           MOVE ZEROES TO OV-VOUCHER-NUMBER.
           MOVE "N" TO OLD-FILE-AT-END.
           START OLD-VOUCHER-FILE
               KEY NOT < OV-VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-VOUCHER.

       READ-NEXT-OLD-VOUCHER.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-VOUCHER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

      *--------------------------------
      * 2. CHECK
      *--------------------------------
       CONVERT-THE-CHECKS.
           MOVE ZEROES TO CONVERTED-COUNT
                          OLD-PROOF-TOTAL NEW-PROOF-TOTAL.
           OPEN INPUT OLD-CHECK-FILE.
           OPEN OUTPUT NEW-CHECK-FILE.
           PERFORM READ-FIRST-OLD-CHECK.
           PERFORM CONVERT-ONE-CHECK
               UNTIL OLD-FILE-AT-END = "Y".
           CLOSE OLD-CHECK-FILE.
           CLOSE NEW-CHECK-FILE.
           PERFORM DISPLAY-PROOF-TOTALS.

       CONVERT-ONE-CHECK.
           ADD OC-CHECK-AMOUNT TO OLD-PROOF-TOTAL.
           MOVE OLD-CHECK-RECORD TO CHECK-RECORD.
           ADD CHECK-AMOUNT TO NEW-PROOF-TOTAL.
           WRITE CHECK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING " CHECK-NUMBER.
           ADD 1 TO CONVERTED-COUNT.
           PERFORM READ-NEXT-OLD-CHECK.

       READ-FIRST-OLD-CHECK.
           MOVE LOW-VALUES TO OC-CHECK-KEY.
           MOVE "N" TO OLD-FILE-AT-END.
           START OLD-CHECK-FILE
               KEY NOT < OC-CHECK-KEY
               INVALID KEY
               MOVE "Y" TO OLD-FILE-AT-END.
           IF OLD-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-OLD-CHECK.

       READ-NEXT-OLD-CHECK.
           MOVE "N" TO OLD-FILE-AT-END.
           READ OLD-CHECK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OLD-FILE-AT-END.

      *--------------------------------
      * The proof page - counts and
      * totals from both sides, which
      * must match before the new file
      * is renamed over the old.
      *--------------------------------
       DISPLAY-PROOF-TOTALS.
           DISPLAY " ".
           DISPLAY "RECORDS CONVERTED: " CONVERTED-COUNT.
           MOVE OLD-PROOF-TOTAL TO PROOF-FIELD.
           DISPLAY "OLD-SIDE PROOF TOTAL: " PROOF-FIELD.
           MOVE NEW-PROOF-TOTAL TO PROOF-FIELD.
           DISPLAY "NEW-SIDE PROOF TOTAL: " PROOF-FIELD.
           IF OLD-PROOF-TOTAL = NEW-PROOF-TOTAL
               DISPLAY "PROOF TOTALS MATCH."
           ELSE
               DISPLAY "*** PROOF TOTALS DO NOT MATCH - DO NOT"
               DISPLAY "*** RENAME THE NEW FILE. INVESTIGATE FIRST.".

      *--------------------------------
      * Utility routines
      *--------------------------------
           COPY "plvop01.cbl".

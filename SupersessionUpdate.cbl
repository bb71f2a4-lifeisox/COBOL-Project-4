      ******************************************************************
      * This program is to add, change, or delete a Part Supersession
      *    record USING a Screen Section.
      *
      * When a supplier replaces one part with another, the old part
      * is keyed here with the part that supersedes it, the date the
      * supersession takes effect, and what becomes of the old
      * stock: (U)sed up first - the old part keeps selling until it
      * runs out - or (S)crapped, so every sale goes to the new part
      * from the effective date on. From that date INVENTORY-REPORT
      * stops reordering the old part and reorders the new part
      * once the old stock is gone, and BATCH-UPDATE fills a sale or
      * backorder release of the old part from the new part.
      *
      * The new part may itself be superseded later, which makes a
      * chain; the end of the chain is the part that is stocked.
      * Both parts must be on the master, and a chain may never lead
      * back to the part it started from.
      *
      * Used File
      *    - Part Supersession File (Indexed Sequential): SUPERSED
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SUPERSESSION-UPDATE.
       AUTHOR.                     Aradhita Mohanty,
                                   Byung Seon Kim,
                                   Elena Sveshnikova,
                                   Karadjordje Dabic,
                                   Nadia Chubarev.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SUPERSED-FILE
                   ASSIGN DYNAMIC RC-FN-SUPERSED
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SU-OLD-PART
                   FILE STATUS IS SUPERSED-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPERSED-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SUPERSED-RECORD.
       01  SUPERSED-RECORD.
      *    The part being replaced - one supersession per old part.
           05  SU-OLD-PART         PIC 9(05).
      *    The part that replaces it.
           05  SU-NEW-PART         PIC 9(05).
      *    First day (YYYYMMDD) the supersession is in force.
           05  SU-EFF-DATE         PIC 9(08).
      *    What becomes of the old part's remaining stock.
           05  SU-OLD-STOCK        PIC X(01).
               88  SU-USE-UP                 VALUE "U".
               88  SU-SCRAP                  VALUE "S".
           05  FILLER              PIC X(21).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           05  IN-PART-NUMBER      PIC 9(05).
           05  FILLER              PIC X(65).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: who may run this function, and
      *    the operator id the session runs under.
       COPY "UserSignon.cpy".

      *    Record-lock parameter block: the record keyed for change
      *    is claimed before it is touched, so two sessions cannot
      *    silently overwrite each other's REWRITE.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SUPERSED       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

       01  FILE-STATUS-AND-MISC.
           05  SUPERSED-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".
           05  WS-PARTS-OK-SW      PIC X(01).
           05  WS-CHAIN-OK-SW      PIC X(01).
           05  WS-CHAIN-END-SW     PIC X(01).
           05  WS-CHAIN-PART       PIC 9(05).
           05  WS-CHAIN-HOPS       PIC 9(03).
           05  WS-TODAY            PIC 9(08).
           05  WS-NEW-OLD-PART     PIC 9(05).
           05  WS-NEW-NEW-PART     PIC 9(05).
           05  WS-NEW-EFF-DATE     PIC 9(08).
           05  WS-NEW-OLD-STOCK    PIC X(01).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have a record to update?".

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  OPENING-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.

           05  SCREEN-BASICS.
               10  LINE  1 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  3 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 COLUMN 14
                           VALUE "PART SUPERSESSION MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "   OLD PART NUMBER:".
               10  LINE  7 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE  9 COLUMN  7   VALUE "   NEW PART NUMBER:".
               10  LINE 10 COLUMN  7   VALUE "EFFECTIVE YYYYMMDD:".
               10  LINE 11 COLUMN  7   VALUE "OLD STOCK (U)SE/(S)CRAP:".
               10  LINE 13 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-OLD-PART         PIC 9(05) TO    SU-OLD-PART
                   LINE  5 COLUMN 27   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  7 COLUMN 43   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-NEW-PART         PIC 9(05) TO    SU-NEW-PART
                   LINE  9 COLUMN 27   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-EFF-DATE         PIC 9(08) TO    SU-EFF-DATE
                   LINE 10 COLUMN 27   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-OLD-STOCK        PIC X(01) TO    SU-OLD-STOCK
                   LINE 11 COLUMN 32   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 15 BLANK LINE.
               10  LINE 16 BLANK LINE.
               10  LINE 18 BLANK LINE.

       01  CONFIRM-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
               LINE 15 COLUMN  8
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 15 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 16 COLUMN 19
                       VALUE "(Y/y: Yes, N/n: No)"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Can't find/add supersession - check!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  BAD-PART-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Both parts must be on master and differ!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  BAD-CHAIN-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "New part leads back to old part - loop!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-SUPERSESSION-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "SUPERSESSION-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-SUPERSESSION.
           PERFORM 200-PROCEED-SUPERSESSION UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-SUPERSESSION.

           STOP RUN.

      ******************************************************************
       200-INITIATE-SUPERSESSION.
           PERFORM 300-OPEN-SUPERSESSION-FILES.
           PERFORM 300-INITIALIZE-SWITCHES.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           IF  SUPERSED-FILE-STAT = "00"
                   AND INVENT-FILE-STAT = "00"
               PERFORM 300-ASK-UPDATE
           ELSE
               DISPLAY "SUPERSESSION UPDATE: CANNOT OPEN FILES, "
                       "SUPERSED " SUPERSED-FILE-STAT
                       " INVENT6 " INVENT-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
           END-IF.

      *-----------------------------------------------------------------
       200-PROCEED-SUPERSESSION.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-PROCESS-SUPERSED-RECORD
               PERFORM 300-FREE-RECORD-LOCK
           ELSE
               DISPLAY "RECORD HELD BY " LK-HOLDER-ID
                       " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - NOT UPDATED"
           END-IF.
           PERFORM 300-ASK-UPDATE.

      *-----------------------------------------------------------------
      * Claim (and later free) the keyed record's lock, so a second
      * session is told who holds it instead of silently losing its
      * change to ours.
      *-----------------------------------------------------------------
       300-CLAIM-RECORD-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SUPERSED"      TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    SU-OLD-PART     TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       200-TERMINATE-SUPERSESSION.
           PERFORM 300-CLOSE-SUPERSESSION-FILES.
           PERFORM 300-OTHER-EOF-JOB.

      ******************************************************************
      * A missing SUPERSED (first-ever run) is built fresh so the
      * desk can key its first replacement part.
      *-----------------------------------------------------------------
       300-OPEN-SUPERSESSION-FILES.
           OPEN I-O SUPERSED-FILE.
           IF  SUPERSED-FILE-STAT = "35"
               OPEN    OUTPUT  SUPERSED-FILE
               CLOSE   SUPERSED-FILE
               OPEN    I-O     SUPERSED-FILE
           END-IF.
           OPEN    INPUT   INVENT-FILE.

      *-----------------------------------------------------------------
       300-INITIALIZE-SWITCHES.
           INITIALIZE SWITCHES-AND-CONSTANTS.

      *-----------------------------------------------------------------
       300-ASK-UPDATE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
       300-ENTER-UPDATE-RECORD.
           PERFORM 400-DISPLAY-OPENING-SCREEN.
           PERFORM 400-ACCEPT-OLD-PART.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           IF  VALID-ADD OR VALID-CHANGE
               PERFORM 400-ACCEPT-SUPERSESSION-DETAILS
           END-IF.

      *-----------------------------------------------------------------
      * An add or change must name two different parts on the master
      * and must not close a loop in the chain.
      *-----------------------------------------------------------------
       300-PROCESS-SUPERSED-RECORD.
           IF  VALID-ADD OR VALID-CHANGE
               MOVE    SU-OLD-PART     TO  WS-NEW-OLD-PART
               MOVE    SU-NEW-PART     TO  WS-NEW-NEW-PART
               MOVE    SU-EFF-DATE     TO  WS-NEW-EFF-DATE
               MOVE    SU-OLD-STOCK    TO  WS-NEW-OLD-STOCK
               PERFORM 400-CHECK-PARTS-ON-MASTER
               IF  WS-PARTS-OK-SW NOT = "Y"
                   DISPLAY BAD-PART-ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
                   EXIT PARAGRAPH
               END-IF
               PERFORM 400-CHECK-CHAIN-FOR-LOOP
               IF  WS-CHAIN-OK-SW NOT = "Y"
                   DISPLAY BAD-CHAIN-ERROR-SCREEN
                   PERFORM 400-PAUSE-ON-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN VALID-ADD
                   PERFORM 400-ADD-SUPERSESSION
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-SUPERSESSION
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-SUPERSESSION
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-CLOSE-SUPERSESSION-FILES.
           CLOSE   SUPERSED-FILE
                   INVENT-FILE.

      *-----------------------------------------------------------------
       300-OTHER-EOF-JOB.
           DISPLAY "SUPERSESSION MAINTENANCE FINISHED!!! "
                   WITH ERASE EOS.

      ******************************************************************
       400-DISPLAY-OPENING-SCREEN.
           INITIALIZE FILE-STATUS-AND-MISC SUPERSED-RECORD.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           DISPLAY OPENING-SCREEN.

      *-----------------------------------------------------------------
       400-ACCEPT-OLD-PART.
           ACCEPT  SS-OLD-PART.

      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
      * A blank effective date means today; anything but (S)crap
      * means the old stock is used up first.
      *-----------------------------------------------------------------
       400-ACCEPT-SUPERSESSION-DETAILS.
           ACCEPT  SS-NEW-PART.
           ACCEPT  SS-EFF-DATE.
           IF  SU-EFF-DATE = ZEROS
               MOVE    WS-TODAY    TO  SU-EFF-DATE
           END-IF.
           ACCEPT  SS-OLD-STOCK.
           INSPECT SU-OLD-STOCK
                   CONVERTING "us" TO "US".
           IF  NOT SU-SCRAP
               MOVE    "U"     TO  SU-OLD-STOCK
           END-IF.

      *-----------------------------------------------------------------
       400-CHECK-PARTS-ON-MASTER.
           MOVE    "N"     TO  WS-PARTS-OK-SW.
           IF  WS-NEW-OLD-PART = WS-NEW-NEW-PART
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-NEW-OLD-PART TO  IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY     EXIT PARAGRAPH
           END-READ.
           MOVE    WS-NEW-NEW-PART TO  IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY     EXIT PARAGRAPH
           END-READ.
           MOVE    "Y"     TO  WS-PARTS-OK-SW.

      *-----------------------------------------------------------------
      * Follow the chain forward from the new part. Reaching the old
      * part again would make the two supersede each other forever;
      * the hop count stops the walk on a loop already on file.
      *-----------------------------------------------------------------
       400-CHECK-CHAIN-FOR-LOOP.
           MOVE    "Y"             TO  WS-CHAIN-OK-SW.
           MOVE    "N"             TO  WS-CHAIN-END-SW.
           MOVE    WS-NEW-NEW-PART TO  WS-CHAIN-PART.
           MOVE    ZEROS           TO  WS-CHAIN-HOPS.
           PERFORM UNTIL WS-CHAIN-END-SW = "Y"
               IF  WS-CHAIN-PART = WS-NEW-OLD-PART
                       OR WS-CHAIN-HOPS > 99
                   MOVE    "N"     TO  WS-CHAIN-OK-SW
                   MOVE    "Y"     TO  WS-CHAIN-END-SW
               ELSE
                   ADD     1               TO  WS-CHAIN-HOPS
                   MOVE    WS-CHAIN-PART   TO  SU-OLD-PART
                   READ    SUPERSED-FILE
                       INVALID KEY
                           MOVE    "Y"     TO  WS-CHAIN-END-SW
                       NOT INVALID KEY
                           MOVE    SU-NEW-PART TO  WS-CHAIN-PART
                   END-READ
               END-IF
           END-PERFORM.
           MOVE    WS-NEW-OLD-PART     TO  SU-OLD-PART.
           MOVE    WS-NEW-NEW-PART     TO  SU-NEW-PART.
           MOVE    WS-NEW-EFF-DATE     TO  SU-EFF-DATE.
           MOVE    WS-NEW-OLD-STOCK    TO  SU-OLD-STOCK.

      *-----------------------------------------------------------------
       400-ADD-SUPERSESSION.
           MOVE    SPACES              TO  SUPERSED-RECORD.
           MOVE    WS-NEW-OLD-PART     TO  SU-OLD-PART.
           MOVE    WS-NEW-NEW-PART     TO  SU-NEW-PART.
           MOVE    WS-NEW-EFF-DATE     TO  SU-EFF-DATE.
           MOVE    WS-NEW-OLD-STOCK    TO  SU-OLD-STOCK.
           WRITE   SUPERSED-RECORD
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
       400-CHANGE-SUPERSESSION.
           READ    SUPERSED-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    WS-NEW-NEW-PART     TO  SU-NEW-PART
                   MOVE    WS-NEW-EFF-DATE     TO  SU-EFF-DATE
                   MOVE    WS-NEW-OLD-STOCK    TO  SU-OLD-STOCK
                   REWRITE SUPERSED-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-SUPERSESSION.
           DELETE  SUPERSED-FILE
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
       400-PAUSE-ON-ERROR.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.
           MOVE    SPACES  TO  CONFIRM-SW.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SUPERSED.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPERSED" DELIMITED BY SIZE
                   INTO RC-FN-SUPERSED.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.

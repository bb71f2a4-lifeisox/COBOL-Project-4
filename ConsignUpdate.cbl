      ******************************************************************
      * This program is to add, change, or delete a Consignment
      *    agreement record USING a Screen Section.
      *
      * A supplier who keeps consignment stock on our shelves is
      * keyed here against each part they consign, with the price
      * we owe them for every unit we consume and the rule an issue
      * of the part follows: use the (C)onsigned stock first or our
      * (O)wned stock first. BATCH-UPDATE keeps the supplier-owned
      * on-hand on the agreement as consignment receipts arrive and
      * issues consume it, so the on-hand is never keyed here.
      *
      * The part must be on the master. An agreement still holding
      * supplier-owned stock cannot be deleted - the stock has to be
      * consumed or returned first.
      *
      * Used File
      *    - Consignment Agreement File (Indexed Sequential): CONSIGN
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 CONSIGNMENT-UPDATE.
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
           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STAT.

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
       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

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
           05  RC-FN-CONSIGN        PIC X(40).
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
           05  CONSIGN-FILE-STAT   PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".

      *    Holds a change transaction's keyed values across the READ
      *    that refreshes CONSIGN-RECORD from the file.
       01  NEW-AGREEMENT-FIELDS.
           05  WS-NEW-PRICE        PIC 9(04)V99.
           05  WS-NEW-RULE         PIC X(01).

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
                           VALUE "CONSIGNMENT AGREEMENT MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "    PART NUMBER:".
               10  LINE  6 COLUMN  7   VALUE "    SUPPLIER ID:".
               10  LINE  8 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE  9 COLUMN  7   VALUE "   AGREED PRICE:".
               10  LINE 10 COLUMN  7   VALUE "USE FIRST (C/O):".
               10  LINE 11 COLUMN  7
                           VALUE "  (C)onsigned stock or (O)wned stock".
               10  LINE 13 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-PART-NUMBER      PIC 9(05) TO    CN-PART-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-SUPPLIER-ID      PIC X(02) TO    CN-SUPPLIER-ID
                   LINE  6 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  8 COLUMN 43   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-AGREED-PRICE     PIC 9(04)V99 TO CN-AGREED-PRICE
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-RULE             PIC X(01) TO    CN-RULE
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
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
                       VALUE "Can't find/add agreement - check keys!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  BAD-PART-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Part is not on the master file!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  STOCK-HELD-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR RED.
           05  LINE 18 COLUMN  7
                       VALUE "Supplier stock on hand - can't delete!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-CONSIGN-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "CONSIGNMENT-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-CONSIGN-UPDATE.
           PERFORM 200-PROCEED-CONSIGN-UPDATE UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-CONSIGN-UPDATE.

           STOP RUN.

      ******************************************************************
       200-INITIATE-CONSIGN-UPDATE.
           PERFORM 300-OPEN-CONSIGN-FILES.
           PERFORM 300-INITIALIZE-SWITCHES.
           IF  CONSIGN-FILE-STAT = "00"
                   AND INVENT-FILE-STAT = "00"
               PERFORM 300-ASK-UPDATE
           ELSE
               DISPLAY "CONSIGNMENT UPDATE: CANNOT OPEN FILES, "
                       "CONSIGN " CONSIGN-FILE-STAT
                       " INVENT6 " INVENT-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
           END-IF.

      *-----------------------------------------------------------------
       200-PROCEED-CONSIGN-UPDATE.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-PROCESS-CONSIGN-RECORD
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
           MOVE    "CONSIGN"       TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    CN-KEY          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       200-TERMINATE-CONSIGN-UPDATE.
           PERFORM 300-CLOSE-CONSIGN-FILES.
           PERFORM 300-OTHER-EOF-JOB.

      ******************************************************************
      * A missing CONSIGN (first-ever run) is built fresh so the
      * buyers can key the first agreement before any consignment
      * stock is received.
      *-----------------------------------------------------------------
       300-OPEN-CONSIGN-FILES.
           OPEN I-O CONSIGN-FILE.
           IF  CONSIGN-FILE-STAT = "35"
               OPEN    OUTPUT  CONSIGN-FILE
               CLOSE   CONSIGN-FILE
               OPEN    I-O     CONSIGN-FILE
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
           PERFORM 400-ACCEPT-RECORD-KEYS.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           IF  VALID-ADD OR VALID-CHANGE
               PERFORM 400-ACCEPT-AGREEMENT-DETAILS
           END-IF.

      *-----------------------------------------------------------------
       300-PROCESS-CONSIGN-RECORD.
           EVALUATE TRUE
               WHEN VALID-ADD
                   PERFORM 400-ADD-AGREEMENT
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-AGREEMENT
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-AGREEMENT
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-CLOSE-CONSIGN-FILES.
           CLOSE   CONSIGN-FILE
                   INVENT-FILE.

      *-----------------------------------------------------------------
       300-OTHER-EOF-JOB.
           DISPLAY "CONSIGNMENT MAINTENANCE FINISHED!!! "
                   WITH ERASE EOS.

      ******************************************************************
       400-DISPLAY-OPENING-SCREEN.
           INITIALIZE FILE-STATUS-AND-MISC CONSIGN-RECORD.
           DISPLAY OPENING-SCREEN.

      *-----------------------------------------------------------------
       400-ACCEPT-RECORD-KEYS.
           ACCEPT  SS-PART-NUMBER.
           ACCEPT  SS-SUPPLIER-ID.
           INSPECT CN-SUPPLIER-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
      * Anything but (C)onsigned-first means our own stock is used
      * first, so an agreement keyed without a rule leaves the
      * supplier's stock on the shelf as long as ours lasts.
      *-----------------------------------------------------------------
       400-ACCEPT-AGREEMENT-DETAILS.
           ACCEPT  SS-AGREED-PRICE.
           ACCEPT  SS-RULE.
           INSPECT CN-RULE
                   CONVERTING "co" TO "CO".
           IF  NOT CN-CONSIGNED-FIRST
               MOVE    "O"     TO  CN-RULE
           END-IF.

      *-----------------------------------------------------------------
      * A new agreement starts with no supplier stock on hand; the
      * first consignment receipt puts it there.
      *-----------------------------------------------------------------
       400-ADD-AGREEMENT.
           MOVE    CN-PART-NUMBER  TO  IN-PART-NUMBER.
           READ    INVENT-FILE     KEY IS  IN-PART-NUMBER
               INVALID KEY
                   DISPLAY BAD-PART-ERROR-SCREEN
                   EXIT PARAGRAPH
           END-READ.
           MOVE    ZEROS           TO  CN-ON-HAND.
           WRITE   CONSIGN-RECORD
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Only the price and rule are keyed; the on-hand read back from
      * the file is rewritten untouched.
      *-----------------------------------------------------------------
       400-CHANGE-AGREEMENT.
           MOVE    CN-AGREED-PRICE TO  WS-NEW-PRICE.
           MOVE    CN-RULE         TO  WS-NEW-RULE.
           READ    CONSIGN-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    WS-NEW-PRICE        TO  CN-AGREED-PRICE
                   MOVE    WS-NEW-RULE         TO  CN-RULE
                   REWRITE CONSIGN-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-AGREEMENT.
           READ    CONSIGN-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
                   EXIT PARAGRAPH
           END-READ.
           IF  CN-ON-HAND NOT = ZEROS
               DISPLAY STOCK-HELD-ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DELETE  CONSIGN-FILE
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.

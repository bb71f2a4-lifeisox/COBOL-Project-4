      ******************************************************************
      * This program is to add, change, or delete a Part Control
      *    record USING a Screen Section.
      *
      * The part control file carries the handling attributes of a
      * part that the 70-byte master has no room for. Today that is
      * the serialized flag: a part marked "Y" has every unit
      * tracked by its own serial number - TRANS-ENTRY captures the
      * serials on each receipt, sale, return, and transfer, and
      * BATCH-UPDATE refuses a movement of the part whose serials do
      * not account for its quantity. It also carries the part's
      * stocking unit of measure - the unit every quantity on the
      * master, the transactions, and the open POs is counted in;
      * supplier purchase units are converted to it on PARTSUPP. And
      * it carries the part's lifecycle status: (A)ctive,
      * (D)iscontinued - no new POs are cut, the remaining stock is
      * still sold - or (O)bsolete - no movement at all, and once
      * its stock is gone PART-PURGE may retire it from the master.
      * For a kit it carries the labour and overhead rate added to
      * the components' cost of every kit BATCH-UPDATE builds.
      * A part with no control record is handled exactly as before:
      * a blank stocking unit means "EA" and a blank status active.
      *
      * Used File
      *    - Part Control File (Indexed Sequential): PARTCTL
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 PART-CONTROL-UPDATE.
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
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
      *    "Y" = every unit of the part carries its own serial
      *    number; anything else means the part moves by quantity
      *    alone.
           05  PC-SERIALIZED       PIC X(01).
      *    Unit the part is stocked and sold in (EA, FT, LB...);
      *    spaces are taken as "EA".
           05  PC-STOCK-UOM        PIC X(04).
      *    Lifecycle status; spaces are taken as active.
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-ACTIVE                 VALUE "A" SPACE.
               88  PC-DISCONTINUED           VALUE "D".
               88  PC-OBSOLETE               VALUE "O".
      *    Labour and overhead absorbed per kit built; zero for a
      *    part that is not a kit or costs nothing to assemble.
           05  PC-KIT-LABOUR       PIC 9(04)V99.
           05  FILLER              PIC X(23).

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
           05  RC-FN-PARTCTL        PIC X(40).

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
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".
           05  WS-NEW-SERIALIZED   PIC X(01).
           05  WS-NEW-STOCK-UOM    PIC X(04).
           05  WS-NEW-LIFECYCLE    PIC X(01).
           05  WS-NEW-KIT-LABOUR   PIC 9(04)V99.
           05  WS-SAVE-PART-NUMBER PIC 9(05).

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
               10  LINE  2 COLUMN 16
                           VALUE "PART CONTROL MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "     PART NUMBER:".
               10  LINE  7 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE  9 COLUMN  7   VALUE "SERIALIZED (Y/N):".
               10  LINE 10 COLUMN  7   VALUE "   STOCKING UNIT:".
               10  LINE 11 COLUMN  7   VALUE " LIFECYCLE A/D/O:".
               10  LINE 12 COLUMN  7   VALUE "  KIT LABOUR/OHD:".
               10  LINE 13 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-PART-NUMBER      PIC 9(05) TO    PC-PART-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-SERIALIZED       PIC X(01) TO    PC-SERIALIZED
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-STOCK-UOM        PIC X(04) TO    PC-STOCK-UOM
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-LIFECYCLE        PIC X(01) TO    PC-LIFECYCLE
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-KIT-LABOUR       PIC 9(04)V99 TO PC-KIT-LABOUR
                   LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
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
                       VALUE "Can't find/add part control - check!!"
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-PART-CONTROL-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "PART-CONTROL-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-PART-CONTROL.
           PERFORM 200-PROCEED-PART-CONTROL UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-PART-CONTROL.

           STOP RUN.

      ******************************************************************
       200-INITIATE-PART-CONTROL.
           PERFORM 300-OPEN-PARTCTL-FILE.
           PERFORM 300-INITIALIZE-SWITCHES.
           IF  PARTCTL-FILE-STAT = "00"
               PERFORM 300-ASK-UPDATE
           ELSE
               DISPLAY "PART CONTROL UPDATE: CANNOT OPEN PARTCTL-FILE,"
                       " STATUS " PARTCTL-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
           END-IF.

      *-----------------------------------------------------------------
       200-PROCEED-PART-CONTROL.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-PROCESS-PARTCTL-RECORD
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
           MOVE    "PARTCTL"       TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    PC-PART-NUMBER  TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       200-TERMINATE-PART-CONTROL.
           PERFORM 300-CLOSE-PARTCTL-FILE.
           PERFORM 300-OTHER-EOF-JOB.

      ******************************************************************
      * A missing PARTCTL (first-ever run) is built fresh so the
      * shop can flag its serialized parts.
      *-----------------------------------------------------------------
       300-OPEN-PARTCTL-FILE.
           OPEN I-O PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "35"
               OPEN    OUTPUT  PARTCTL-FILE
               CLOSE   PARTCTL-FILE
               OPEN    I-O     PARTCTL-FILE
           END-IF.

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
           PERFORM 400-ACCEPT-PART-NUMBER.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           IF  VALID-ADD OR VALID-CHANGE
               PERFORM 400-ACCEPT-PART-CONTROL-DETAILS
           END-IF.

      *-----------------------------------------------------------------
       300-PROCESS-PARTCTL-RECORD.
           EVALUATE TRUE
               WHEN VALID-ADD
                   PERFORM 400-ADD-PART-CONTROL
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-PART-CONTROL
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-PART-CONTROL
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-CLOSE-PARTCTL-FILE.
           CLOSE   PARTCTL-FILE.

      *-----------------------------------------------------------------
       300-OTHER-EOF-JOB.
           DISPLAY "PART CONTROL MAINTENANCE FINISHED!!! "
                   WITH ERASE EOS.

      ******************************************************************
       400-DISPLAY-OPENING-SCREEN.
           INITIALIZE FILE-STATUS-AND-MISC PARTCTL-RECORD.
           DISPLAY OPENING-SCREEN.

      *-----------------------------------------------------------------
       400-ACCEPT-PART-NUMBER.
           ACCEPT  SS-PART-NUMBER.

      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
       400-ACCEPT-PART-CONTROL-DETAILS.
           ACCEPT  SS-SERIALIZED.
           IF  PC-SERIALIZED = "y"
               MOVE    "Y"     TO  PC-SERIALIZED
           END-IF.
           IF  PC-SERIALIZED NOT = "Y"
               MOVE    "N"     TO  PC-SERIALIZED
           END-IF.
           ACCEPT  SS-STOCK-UOM.
           INSPECT PC-STOCK-UOM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF  PC-STOCK-UOM = SPACES
               MOVE    "EA"    TO  PC-STOCK-UOM
           END-IF.
           ACCEPT  SS-LIFECYCLE.
           INSPECT PC-LIFECYCLE
                   CONVERTING "ado" TO "ADO".
           IF  NOT PC-DISCONTINUED AND NOT PC-OBSOLETE
               MOVE    "A"     TO  PC-LIFECYCLE
           END-IF.
           ACCEPT  SS-KIT-LABOUR.

      *-----------------------------------------------------------------
       400-ADD-PART-CONTROL.
           MOVE    PC-PART-NUMBER      TO  WS-SAVE-PART-NUMBER.
           MOVE    PC-SERIALIZED       TO  WS-NEW-SERIALIZED.
           MOVE    PC-STOCK-UOM        TO  WS-NEW-STOCK-UOM.
           MOVE    PC-LIFECYCLE        TO  WS-NEW-LIFECYCLE.
           MOVE    PC-KIT-LABOUR       TO  WS-NEW-KIT-LABOUR.
           MOVE    SPACES              TO  PARTCTL-RECORD.
           MOVE    WS-SAVE-PART-NUMBER TO  PC-PART-NUMBER.
           MOVE    WS-NEW-SERIALIZED   TO  PC-SERIALIZED.
           MOVE    WS-NEW-STOCK-UOM    TO  PC-STOCK-UOM.
           MOVE    WS-NEW-LIFECYCLE    TO  PC-LIFECYCLE.
           MOVE    WS-NEW-KIT-LABOUR   TO  PC-KIT-LABOUR.
           WRITE   PARTCTL-RECORD
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Only the keyed attributes are changed - the rest of the
      * record is read back and rewritten as it stands.
      *-----------------------------------------------------------------
       400-CHANGE-PART-CONTROL.
           MOVE    PC-SERIALIZED   TO  WS-NEW-SERIALIZED.
           MOVE    PC-STOCK-UOM    TO  WS-NEW-STOCK-UOM.
           MOVE    PC-LIFECYCLE    TO  WS-NEW-LIFECYCLE.
           MOVE    PC-KIT-LABOUR   TO  WS-NEW-KIT-LABOUR.
           READ    PARTCTL-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    WS-NEW-SERIALIZED   TO  PC-SERIALIZED
                   MOVE    WS-NEW-STOCK-UOM    TO  PC-STOCK-UOM
                   MOVE    WS-NEW-LIFECYCLE    TO  PC-LIFECYCLE
                   MOVE    WS-NEW-KIT-LABOUR   TO  PC-KIT-LABOUR
                   REWRITE PARTCTL-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-PART-CONTROL.
           DELETE  PARTCTL-FILE
               INVALID KEY     DISPLAY ERROR-SCREEN
               NOT INVALID KEY DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.

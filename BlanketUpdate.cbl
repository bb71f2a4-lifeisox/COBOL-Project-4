      ******************************************************************
      * This program is to add, change, or delete a Blanket Purchase
      *    Agreement record USING a Screen Section.
      *
      * An agreement is a supplier's yearly commitment on one part: a
      * committed quantity at a fixed contract price between a start
      * and an end date. INVENTORY-REPORT's purchase-order generation
      * cuts its releases against an active agreement at the contract
      * price and draws the released quantity up; the monthly
      * agreement report shows where each one stands. An agreement
      * with releases against it cannot be deleted - it is (C)losed
      * instead, and the committed quantity can never be cut below
      * what has already been released.
      *
      * Used File
      *    - Blanket Purchase Agreement File (Indexed): BLANKET
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 BLANKET-AGREEMENT-UPDATE.
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
           SELECT  BLANKET-FILE
                   ASSIGN DYNAMIC RC-FN-BLANKET
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BPA-KEY
                   FILE STATUS IS BLANKET-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One agreement per part, supplier, and start date, so next
      *    year's agreement can be keyed before this year's runs out.
      *    The contract price is in the supplier's own currency, as
      *    the cross-reference quote is.
       FD  BLANKET-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BLANKET-RECORD.
       01  BLANKET-RECORD.
           05  BPA-KEY.
               10  BPA-PART-NUMBER PIC 9(05).
               10  BPA-SUPPLIER-ID PIC X(02).
               10  BPA-START-DATE  PIC 9(08).
           05  BPA-END-DATE        PIC 9(08).
           05  BPA-COMMITTED-QTY   PIC 9(07).
           05  BPA-CONTRACT-PRICE  PIC 9(04)V99.
      *    Quantity released on POs so far - maintained by
      *    INVENTORY-REPORT, never keyed.
           05  BPA-RELEASED-QTY    PIC 9(07).
      *    "A" active, "C" closed.
           05  BPA-STATUS          PIC X(01).
           05  FILLER              PIC X(06).

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
           05  RC-FN-BLANKET        PIC X(40).

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
           05  BLANKET-FILE-STAT   PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".

      *    Holds a change transaction's keyed values across the READ
      *    that refreshes BLANKET-RECORD from the file.
       01  NEW-AGREEMENT-FIELDS.
           05  WS-NEW-END-DATE     PIC 9(08).
           05  WS-NEW-COMMITTED    PIC 9(07).
           05  WS-NEW-PRICE        PIC 9(04)V99.
           05  WS-NEW-STATUS       PIC X(01).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have a record to update?".
           05  WS-ERROR-MESSAGE    PIC X(40).

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
               10  LINE  2 COLUMN 13
                           VALUE "BLANKET PURCHASE AGREEMENT"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "    PART NUMBER:".
               10  LINE  6 COLUMN  7   VALUE "    SUPPLIER ID:".
               10  LINE  7 COLUMN  7   VALUE "START YYYYMMDD:".
               10  LINE  8 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE 10 COLUMN  7   VALUE "  END YYYYMMDD:".
               10  LINE 11 COLUMN  7   VALUE "  COMMITTED QTY:".
               10  LINE 12 COLUMN  7   VALUE " CONTRACT PRICE:".
               10  LINE 13 COLUMN  7   VALUE "STATUS (A/C):".
               10  LINE 14 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-PART-NUMBER      PIC 9(05) TO    BPA-PART-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-SUPPLIER-ID      PIC X(02) TO    BPA-SUPPLIER-ID
                   LINE  6 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-START-DATE       PIC 9(08) TO    BPA-START-DATE
                   LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  8 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-END-DATE         PIC 9(08) TO    BPA-END-DATE
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-COMMITTED-QTY    PIC 9(07) TO
                                       BPA-COMMITTED-QTY
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CONTRACT-PRICE   PIC 9(04)V99 TO
                                       BPA-CONTRACT-PRICE
                   LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-STATUS           PIC X(01) TO    BPA-STATUS
                   LINE 13 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 16 BLANK LINE.
               10  LINE 17 BLANK LINE.
               10  LINE 19 BLANK LINE.

       01  CONFIRM-SCREEN.
           05  LINE 16 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
               LINE 16 COLUMN  8
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 16 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 17 COLUMN 19
                       VALUE "(Y/y: Yes, N/n: No)"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  ERROR-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(40) FROM WS-ERROR-MESSAGE
               LINE 19 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-UPDATE-BLANKET-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "BLANKET-AGREEMENT-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-BLANKET-UPDATE.
           PERFORM 200-PROCEED-BLANKET-UPDATE UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-BLANKET-UPDATE.

           STOP RUN.

      ******************************************************************
       200-INITIATE-BLANKET-UPDATE.
           PERFORM 300-OPEN-BLANKET-FILE.
           PERFORM 300-INITIALIZE-SWITCHES.
           IF  BLANKET-FILE-STAT = "00"
               PERFORM 300-ASK-UPDATE
           ELSE
               DISPLAY "BLANKET AGREEMENT UPDATE: CANNOT OPEN BLANKET, "
                       "STATUS " BLANKET-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
           END-IF.

      *-----------------------------------------------------------------
       200-PROCEED-BLANKET-UPDATE.
           PERFORM 300-ENTER-UPDATE-RECORD.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-PROCESS-BLANKET-RECORD
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
           MOVE    "BLANKET"       TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    BPA-KEY         TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       200-TERMINATE-BLANKET-UPDATE.
           PERFORM 300-CLOSE-BLANKET-FILE.
           PERFORM 300-OTHER-EOF-JOB.

      ******************************************************************
      * A missing BLANKET (first-ever run) is built fresh so the
      * buyers can key their agreements before PO generation uses
      * them.
      *-----------------------------------------------------------------
       300-OPEN-BLANKET-FILE.
           OPEN I-O BLANKET-FILE.
           IF  BLANKET-FILE-STAT = "35"
               OPEN    OUTPUT  BLANKET-FILE
               CLOSE   BLANKET-FILE
               OPEN    I-O     BLANKET-FILE
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
           PERFORM 400-ACCEPT-RECORD-KEYS.
           PERFORM 400-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           IF  VALID-ADD OR VALID-CHANGE
               PERFORM 400-ACCEPT-AGREEMENT-DETAILS
           END-IF.

      *-----------------------------------------------------------------
       300-PROCESS-BLANKET-RECORD.
           EVALUATE TRUE
               WHEN VALID-ADD
                   PERFORM 400-ADD-AGREEMENT
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-AGREEMENT
               WHEN VALID-DELETE
                   PERFORM 400-DELETE-AGREEMENT
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-CLOSE-BLANKET-FILE.
           CLOSE   BLANKET-FILE.

      *-----------------------------------------------------------------
       300-OTHER-EOF-JOB.
           DISPLAY "BLANKET AGREEMENT MAINTENANCE FINISHED!!! "
                   WITH ERASE EOS.

      ******************************************************************
       400-DISPLAY-OPENING-SCREEN.
           INITIALIZE FILE-STATUS-AND-MISC BLANKET-RECORD.
           DISPLAY OPENING-SCREEN.

      *-----------------------------------------------------------------
       400-ACCEPT-RECORD-KEYS.
           ACCEPT  SS-PART-NUMBER.
           ACCEPT  SS-SUPPLIER-ID.
           ACCEPT  SS-START-DATE.

      *-----------------------------------------------------------------
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
       400-ACCEPT-AGREEMENT-DETAILS.
           ACCEPT  SS-END-DATE.
           ACCEPT  SS-COMMITTED-QTY.
           ACCEPT  SS-CONTRACT-PRICE.
           ACCEPT  SS-STATUS.

      *-----------------------------------------------------------------
      * The keyed dates must be real and in order, the commitment
      * and price non-zero. Sets WS-ERROR-MESSAGE when not.
      *-----------------------------------------------------------------
       400-EDIT-AGREEMENT-DETAILS.
           MOVE    SPACES  TO  WS-ERROR-MESSAGE.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BPA-START-DATE)
                       NOT = ZERO
                   MOVE "START DATE IS NOT A VALID DATE"
                                           TO  WS-ERROR-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(BPA-END-DATE)
                       NOT = ZERO
                   MOVE "END DATE IS NOT A VALID DATE"
                                           TO  WS-ERROR-MESSAGE
               WHEN BPA-END-DATE < BPA-START-DATE
                   MOVE "END DATE IS BEFORE THE START DATE"
                                           TO  WS-ERROR-MESSAGE
               WHEN BPA-COMMITTED-QTY = ZEROS
                   MOVE "COMMITTED QUANTITY MUST BE OVER ZERO"
                                           TO  WS-ERROR-MESSAGE
               WHEN BPA-CONTRACT-PRICE = ZEROS
                   MOVE "CONTRACT PRICE MUST BE OVER ZERO"
                                           TO  WS-ERROR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           INSPECT BPA-STATUS  CONVERTING "c" TO "C".
           IF  BPA-STATUS NOT = "C"
               MOVE    "A"     TO  BPA-STATUS
           END-IF.

      *-----------------------------------------------------------------
       400-ADD-AGREEMENT.
           MOVE    ZEROS   TO  BPA-RELEASED-QTY.
           PERFORM 400-EDIT-AGREEMENT-DETAILS.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           WRITE   BLANKET-RECORD
               INVALID KEY
                   MOVE "AGREEMENT ALREADY ON FILE - CHECK KEYS"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
       400-CHANGE-AGREEMENT.
           MOVE    BPA-END-DATE        TO  WS-NEW-END-DATE.
           MOVE    BPA-COMMITTED-QTY   TO  WS-NEW-COMMITTED.
           MOVE    BPA-CONTRACT-PRICE  TO  WS-NEW-PRICE.
           MOVE    BPA-STATUS          TO  WS-NEW-STATUS.
           READ    BLANKET-FILE
               INVALID KEY
                   MOVE "CAN'T FIND AGREEMENT - CHECK KEYS"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
                   EXIT PARAGRAPH
           END-READ.
           MOVE    WS-NEW-END-DATE     TO  BPA-END-DATE.
           MOVE    WS-NEW-COMMITTED    TO  BPA-COMMITTED-QTY.
           MOVE    WS-NEW-PRICE        TO  BPA-CONTRACT-PRICE.
           MOVE    WS-NEW-STATUS       TO  BPA-STATUS.
           PERFORM 400-EDIT-AGREEMENT-DETAILS.
           IF  WS-ERROR-MESSAGE = SPACES
                   AND BPA-COMMITTED-QTY < BPA-RELEASED-QTY
               MOVE "COMMITTED QTY BELOW QTY ALREADY RELEASED"
                                           TO  WS-ERROR-MESSAGE
           END-IF.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           REWRITE BLANKET-RECORD
               INVALID KEY
                   MOVE "CAN'T REWRITE AGREEMENT"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
           END-REWRITE.

      *-----------------------------------------------------------------
      * An agreement with releases against it is history the
      * agreement report and the supplier both rely on - it can only
      * be closed.
      *-----------------------------------------------------------------
       400-DELETE-AGREEMENT.
           READ    BLANKET-FILE
               INVALID KEY
                   MOVE "CAN'T FIND AGREEMENT - CHECK KEYS"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
                   EXIT PARAGRAPH
           END-READ.
           IF  BPA-RELEASED-QTY > ZEROS
               MOVE "RELEASES MADE - CLOSE IT (STATUS C)"
                                           TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           DELETE  BLANKET-FILE
               INVALID KEY
                   MOVE "CAN'T DELETE AGREEMENT"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-BLANKET.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BLANKET" DELIMITED BY SIZE
                   INTO RC-FN-BLANKET.

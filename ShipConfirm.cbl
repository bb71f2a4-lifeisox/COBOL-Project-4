      ******************************************************************
      * This program is to confirm shipped quantities against the
      *    warehouse pick list USING a Screen Section.
      *
      * The operator keys an order number and is walked through each
      * of its picked lines ("P" on SALESORD), keying the quantity
      * that actually went on the truck. Each confirmed line stages
      * its own "S" transaction into TRANSTG.TXT - part, location,
      * quantity, customer, and operator - for the nightly run, so
      * the desk no longer re-keys shipments into TRANS-ENTRY. The
      * line is then closed as shipped: shipping less than ordered
      * closes it short and the rest of its allocation is released.
      * A zero quantity leaves the line picked for another day.
      * Shipping a serialized part names the serial of every unit
      * through the SERIAL-CAPTURE subprogram; a capture abandoned
      * leaves the line picked, as a zero quantity does.
      *
      * Used File
      *    - Sales Order File (Indexed Sequential): SALESORD
      *    - Transaction Staging File: TRANSTG.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SHIP-CONFIRM.
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
           SELECT  SALESORD-FILE
                   ASSIGN DYNAMIC RC-FN-SALESORD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-KEY
                   ALTERNATE RECORD KEY IS SO-PART-LOC
                       WITH DUPLICATES
                   FILE STATUS IS SALESORD-FILE-STAT.

      *    The day's keyed transactions, shared with TRANS-ENTRY and
      *    SCANNER-IMPORT. Opened EXTEND so shipments join whatever
      *    the desk has already staged today.
           SELECT  STAGING-FILE
                   ASSIGN DYNAMIC RC-FN-TRANSTG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STAGING-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SALESORD-RECORD in SalesOrderEntry.cbl.
       FD  SALESORD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALESORD-RECORD.
       01  SALESORD-RECORD.
           05  SO-KEY.
               10  SO-ORDER-NUMBER PIC 9(06).
               10  SO-LINE-NUMBER  PIC 9(03).
           05  SO-STATUS           PIC X(01).
           05  SO-CUSTOMER-ID      PIC X(06).
           05  SO-PART-LOC.
               10  SO-PART-NUMBER  PIC 9(05).
               10  SO-LOCATION     PIC X(02).
           05  SO-ORDER-DATE       PIC 9(08).
           05  SO-ORDERED-QTY      PIC 9(07).
           05  SO-SHIPPED-QTY      PIC 9(07).
           05  SO-PICK-DATE        PIC 9(08).
           05  SO-SHIP-DATE        PIC 9(08).
           05  SO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(11).

      *    Same 100-byte layout as TRANS-RECORD-IN in BatchUpdate.cbl.
       FD  STAGING-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAGING-RECORD.
       01  STAGING-RECORD.
           05  TR-PART-NUMBER      PIC 9(05).
           05  TR-CODE             PIC X(01).
           05  TR-VALUE            PIC 9(07).
           05  TR-LOCATION         PIC X(02).
           05  TR-RECEIPT-COST     PIC 9(04)V99.
           05  TR-NEW-PART-NAME    PIC X(20).
           05  TR-NEW-UNIT-PRICE   PIC 9(04)V99.
           05  TR-NEW-REORDER-PT   PIC 9(03).
           05  TR-NEW-SUPPLIER-ID  PIC X(02).
           05  TR-TO-LOCATION      PIC X(02).
           05  TR-REASON           PIC X(01).
           05  TR-COST-OVERRIDE    PIC X(01).
           05  TR-CUSTOMER-ID      PIC X(06).
           05  TR-LOT-NUMBER       PIC X(10).
           05  TR-EXPIRY-DATE      PIC 9(08).
           05  TR-OPERATOR-ID      PIC X(08).
           05  TR-FOREIGN-COST     PIC 9(04)V99.
           05  TR-CURRENCY         PIC X(03).
           05  TR-SERIAL-LINK      PIC X(03).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: the operator id accepted at
      *    start-up rides on every shipment staged this session.
       COPY "UserSignon.cpy".

      *    Closed-period guard block: every shipment staged here
      *    posts on today's date, so the session refuses to start
      *    while today sits in a closed fiscal period.
       COPY "PeriodGuard.cpy".

      *    Record-lock parameter block: the order is claimed while
      *    its lines are confirmed, so SALES-ORDER-ENTRY cannot
      *    change or cancel a line mid-shipment.
       COPY "RecordLock.cpy".

      *    Serial-capture parameter block: a serialized part's line
      *    is not staged until every unit shipped is named.
       COPY "SerialCapture.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SALESORD       PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  QTY-OK-SW           PIC X(01) VALUE SPACES.
               88  QTY-OK                    VALUE "Y".
           05  SALESORD-EOF-SW     PIC X(01) VALUE "N".
           05  FILES-OPEN-SW       PIC X(01) VALUE "N".
               88  FILES-OPEN                VALUE "Y".
           05  WS-TODAY            PIC 9(08).
           05  WS-STAGED-COUNT     PIC 9(05) VALUE ZEROS.

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
           05  SALESORD-FILE-STAT  PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  WS-ORDER-NUMBER     PIC 9(06).
           05  WS-TO-SHIP          PIC 9(07).
           05  WS-SHIP-QTY         PIC 9(07).
           05  WS-LINES-PICKED     PIC 9(03).
           05  WS-LINES-SHIPPED    PIC 9(03).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Confirm another order?".
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
               10  LINE  2 COLUMN 16
                           VALUE "SALES ORDER SHIP CONFIRMATION"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "   ORDER NUMBER:".
               10  LINE  6 COLUMN  7   VALUE "    LINE NUMBER:".
               10  LINE  7 COLUMN  7   VALUE "    CUSTOMER ID:".
               10  LINE  8 COLUMN  7   VALUE "    PART NUMBER:".
               10  LINE  9 COLUMN  7   VALUE "  LOCATION CODE:".
               10  LINE 10 COLUMN  7   VALUE "     TO BE SHIPPED:".
               10  LINE 11 COLUMN  7   VALUE "   QTY SHIPPED:".
               10  LINE 12 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-ORDER-NUMBER     PIC 9(06) TO    WS-ORDER-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 14 BLANK LINE.
               10  LINE 15 BLANK LINE.
               10  LINE 17 BLANK LINE.

      *    One picked line, shown for the operator to confirm. The
      *    quantity shipped defaults to the full quantity picked.
       01  LINE-SCREEN.
           05                          PIC 9(03) FROM SO-LINE-NUMBER
               LINE  6 COLUMN 25       FOREGROUND-COLOR YELLOW.
           05                          PIC X(06) FROM SO-CUSTOMER-ID
               LINE  7 COLUMN 25       FOREGROUND-COLOR YELLOW.
           05                          PIC 9(05) FROM SO-PART-NUMBER
               LINE  8 COLUMN 25       FOREGROUND-COLOR YELLOW.
           05                          PIC X(02) FROM SO-LOCATION
               LINE  9 COLUMN 25       FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZZZ9 FROM WS-TO-SHIP
               LINE 10 COLUMN 27       FOREGROUND-COLOR YELLOW.
           05  SS-SHIP-QTY             PIC 9(07) USING WS-SHIP-QTY
               LINE 11 COLUMN 25       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.

      *    How the order ended up once every picked line was seen.
       01  ORDER-RESULT-INFO-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 20 COLUMN  7       VALUE "LINES PICKED"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZ9 FROM WS-LINES-PICKED
               LINE 20 COLUMN 20
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 20 COLUMN 26       VALUE "SHIPPED"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZ9 FROM WS-LINES-SHIPPED
               LINE 20 COLUMN 34
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  CONFIRM-SCREEN.
           05  LINE 14 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
               LINE 14 COLUMN  8
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 14 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 15 COLUMN 19
                       VALUE "(Y/y: Yes, N/n: No)"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(40) FROM WS-ERROR-MESSAGE
               LINE 17 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-CONFIRM-SHIPMENTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "SHIP-CONFIRM"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           ACCEPT  PG-CHECK-DATE   FROM DATE YYYYMMDD.
           CALL    "PERIOD-GUARD"  USING PERIOD-GUARD-PARAMETERS.
           IF  NOT PG-PERIOD-OPEN
               DISPLAY "SHIP CONFIRMATION: FISCAL PERIOD "
                       PG-PERIOD-ID " IS CLOSED - NO POSTING TODAY"
               STOP RUN
           END-IF.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-INITIATE-SHIP-CONFIRM.
           PERFORM 200-PROCEED-SHIP-CONFIRM UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-SHIP-CONFIRM.

           STOP RUN.

      ******************************************************************
       200-INITIATE-SHIP-CONFIRM.
           OPEN    I-O     SALESORD-FILE.
           IF  SALESORD-FILE-STAT NOT = "00"
               DISPLAY "SHIP CONFIRMATION: CANNOT OPEN SALESORD, "
                       "STATUS " SALESORD-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN    EXTEND  STAGING-FILE.
           IF  STAGING-FILE-STAT NOT = "00"
               OPEN    OUTPUT  STAGING-FILE
           END-IF.
           SET     FILES-OPEN  TO  TRUE.
           MOVE    "Y"     TO  CONFIRM-SW.

      *-----------------------------------------------------------------
       200-PROCEED-SHIP-CONFIRM.
           INITIALIZE FILE-STATUS-AND-MISC.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-ORDER-NUMBER.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-CONFIRM-PICKED-LINES
               PERFORM 300-FREE-RECORD-LOCK
           ELSE
               DISPLAY "ORDER HELD BY " LK-HOLDER-ID
                       " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - NOT UPDATED"
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
       200-TERMINATE-SHIP-CONFIRM.
           IF  FILES-OPEN
               CLOSE   SALESORD-FILE
                       STAGING-FILE
           END-IF.
           DISPLAY "SHIP CONFIRMATION FINISHED!!! " WITH ERASE EOS.
           DISPLAY WS-STAGED-COUNT " SHIPMENT(S) STAGED TO TRANSTG.TXT".

      ******************************************************************
      * Walk the order's lines in line order, offering each picked
      * line for confirmation. An order with nothing picked says so.
      *-----------------------------------------------------------------
       300-CONFIRM-PICKED-LINES.
           MOVE    WS-ORDER-NUMBER TO  SO-ORDER-NUMBER.
           MOVE    ZEROS           TO  SO-LINE-NUMBER.
           MOVE    "N"             TO  SALESORD-EOF-SW.
           START   SALESORD-FILE   KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE    "Y"     TO  SALESORD-EOF-SW
           END-START.
           PERFORM UNTIL SALESORD-EOF-SW = "Y"
               READ    SALESORD-FILE   NEXT
                   AT END
                       MOVE    "Y"     TO  SALESORD-EOF-SW
                   NOT AT END
                       IF  SO-ORDER-NUMBER NOT = WS-ORDER-NUMBER
                           MOVE    "Y"     TO  SALESORD-EOF-SW
                       ELSE
                           IF  SO-STATUS = "P"
                               PERFORM 400-CONFIRM-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF  WS-LINES-PICKED = ZEROS
               MOVE    "No picked lines on that order!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
           ELSE
               DISPLAY CLEAR-ERROR-SCREEN
               DISPLAY ORDER-RESULT-INFO-SCREEN
           END-IF.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
       300-CLAIM-RECORD-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SALESORD"      TO  LK-FILE-ID.
           MOVE    SPACES          TO  LK-RECORD-KEY.
           MOVE    WS-ORDER-NUMBER TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      ******************************************************************
      * Show one picked line and take the quantity shipped, never
      * more than the line has left to ship. A shipped line stages
      * its "S" and closes; zero leaves it picked.
      *-----------------------------------------------------------------
       400-CONFIRM-ONE-LINE.
           ADD     1       TO  WS-LINES-PICKED.
           COMPUTE WS-TO-SHIP = SO-ORDERED-QTY - SO-SHIPPED-QTY.
           MOVE    WS-TO-SHIP  TO  WS-SHIP-QTY.
           MOVE    SPACES      TO  QTY-OK-SW.
           PERFORM 500-ACCEPT-SHIP-QTY UNTIL QTY-OK.
           IF  WS-SHIP-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-CAPTURE-SHIP-SERIALS.
           IF  SX-SERIALIZED AND SX-SERIAL-LINK = SPACES
               MOVE    "No serials captured - left picked!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-WRITE-STAGED-SALE.
           ADD     WS-SHIP-QTY     TO  SO-SHIPPED-QTY.
           MOVE    "S"             TO  SO-STATUS.
           MOVE    WS-TODAY        TO  SO-SHIP-DATE.
           MOVE    SG-OPERATOR-ID  TO  SO-OPERATOR-ID.
           REWRITE SALESORD-RECORD
               INVALID KEY
                   MOVE    "Order line not rewritten - check it!!"
                                   TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   ADD     1       TO  WS-LINES-SHIPPED
           END-REWRITE.

      *-----------------------------------------------------------------
       500-ACCEPT-SHIP-QTY.
           DISPLAY LINE-SCREEN.
           ACCEPT  SS-SHIP-QTY.
           IF  WS-SHIP-QTY > WS-TO-SHIP
               MOVE    "Shipped more than was picked - re-key!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
           ELSE
               DISPLAY CLEAR-ERROR-SCREEN
               MOVE    "Y"     TO  QTY-OK-SW
           END-IF.

      *-----------------------------------------------------------------
       500-CAPTURE-SHIP-SERIALS.
           MOVE    "C"             TO  SX-ACTION.
           MOVE    SO-PART-NUMBER  TO  SX-PART-NUMBER.
           MOVE    "S"             TO  SX-CODE.
           MOVE    WS-SHIP-QTY     TO  SX-QUANTITY.
           MOVE    SO-LOCATION     TO  SX-LOCATION.
           MOVE    SG-OPERATOR-ID  TO  SX-OPERATOR-ID.
           CALL    "SERIAL-CAPTURE"    USING SERIAL-CAPTURE-PARAMETERS.

      *-----------------------------------------------------------------
      * Build the sale in BATCH-UPDATE's transaction layout, exactly
      * as TRANS-ENTRY would have staged it keyed by hand.
      *-----------------------------------------------------------------
       500-WRITE-STAGED-SALE.
           INITIALIZE  STAGING-RECORD.
           MOVE    SO-PART-NUMBER      TO  TR-PART-NUMBER.
           MOVE    "S"                 TO  TR-CODE.
           MOVE    WS-SHIP-QTY         TO  TR-VALUE.
           MOVE    SO-LOCATION         TO  TR-LOCATION.
           MOVE    SO-CUSTOMER-ID      TO  TR-CUSTOMER-ID.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           MOVE    SX-SERIAL-LINK      TO  TR-SERIAL-LINK.
           WRITE   STAGING-RECORD.
           ADD     1                   TO  WS-STAGED-COUNT.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SALESORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SALESORD" DELIMITED BY SIZE
                   INTO RC-FN-SALESORD.
           MOVE    SPACES      TO  RC-FN-TRANSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANSTG.

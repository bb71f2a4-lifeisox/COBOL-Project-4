      ******************************************************************
      * This program is to take customer sales orders USING a Screen
      *    Section, so stock promised to a customer during the day is
      *    held against the part and location it will ship from.
      *
      * Each order line names a part, a location, and a quantity for
      * one customer. An open line allocates that quantity against
      * the location's on-hand: a line is refused when it asks for
      * more than is available - on hand less what open lines have
      * already allocated - so the desk cannot promise the same units
      * to two customers. Lines are added to a new or existing order,
      * changed in quantity while still open, or cancelled. The
      * warehouse pick list (SALES-PICK-LIST) and ship confirmation
      * (SHIP-CONFIRM) work the lines from there.
      *
      * Used File
      *    - Sales Order File (Indexed Sequential): SALESORD
      *    - Sales Order Number Sequence: SOSEQ.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Customer Master File (Indexed Sequential): CUSTMAST
      *    - Location Master File (Indexed Sequential): LOCMAST
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 SALES-ORDER-ENTRY.
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
      *    One record per order line, keyed by order and line number.
      *    The alternate part/location key lets the allocation check
      *    total every open line against one location's stock
      *    without reading the whole order book.
           SELECT  SALESORD-FILE
                   ASSIGN DYNAMIC RC-FN-SALESORD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-KEY
                   ALTERNATE RECORD KEY IS SO-PART-LOC
                       WITH DUPLICATES
                   FILE STATUS IS SALESORD-FILE-STAT.

      *    Persists the highest order number issued, the same
      *    read-then-overwrite idiom INVENTORY-REPORT's POSEQ.TXT uses.
           SELECT  SOSEQ-FILE
                   ASSIGN DYNAMIC RC-FN-SOSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SOSEQ-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  CUSTMAST-FILE
                   ASSIGN DYNAMIC RC-FN-CUSTMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUSTM-ID
                   FILE STATUS IS CUSTM-FILE-STAT.

           SELECT  LOCMAST-FILE
                   ASSIGN DYNAMIC RC-FN-LOCMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOCM-ID
                   FILE STATUS IS LOCM-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SALESORD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALESORD-RECORD.
       01  SALESORD-RECORD.
           05  SO-KEY.
               10  SO-ORDER-NUMBER PIC 9(06).
               10  SO-LINE-NUMBER  PIC 9(03).
      *    "O" = open (allocated), "P" = on a printed pick list,
      *    "S" = shipped (closed), "X" = cancelled.
           05  SO-STATUS           PIC X(01).
           05  SO-CUSTOMER-ID      PIC X(06).
           05  SO-PART-LOC.
               10  SO-PART-NUMBER  PIC 9(05).
               10  SO-LOCATION     PIC X(02).
           05  SO-ORDER-DATE       PIC 9(08).
      *    An open or picked line allocates ordered less shipped.
           05  SO-ORDERED-QTY      PIC 9(07).
           05  SO-SHIPPED-QTY      PIC 9(07).
           05  SO-PICK-DATE        PIC 9(08).
           05  SO-SHIP-DATE        PIC 9(08).
           05  SO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(11).

       FD  SOSEQ-FILE
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS SOSEQ-RECORD.
       01  SOSEQ-RECORD                PIC 9(06).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD.
       01  INVENT-RECORD.
           05  IN-PART-NUMBER      PIC 9(05).
           05  IN-PART-NAME        PIC X(20).
           05  IN-QUANTITY         PIC 9(07).
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same layout as CUSTOMER-RECORD in CustomerUpdate.cbl.
       FD  CUSTMAST-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS CUSTMAST-RECORD.
       01  CUSTMAST-RECORD.
           05  CUSTM-ID            PIC X(06).
           05  CUSTM-NAME          PIC X(20).
           05  CUSTM-CONTACT       PIC X(20).
           05  CUSTM-PHONE         PIC X(12).

       FD  LOCMAST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS LOCMAST-RECORD.
       01  LOCMAST-RECORD.
           05  LOCM-ID             PIC X(02).
           05  LOCM-DESC           PIC X(20).
           05  LOCM-ACTIVE         PIC X(01).
           05  LOCM-CAPACITY       PIC 9(07).
           05  LOCM-TYPE           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: who may run this function, and
      *    the operator id stamped on every order line.
       COPY "UserSignon.cpy".

      *    Record-lock parameter block: the order is claimed while a
      *    line is added, changed, or cancelled, so two desks cannot
      *    hand out the same line number or overwrite each other; the
      *    part/location is claimed as well while a line's quantity
      *    is checked and written, so two desks working different
      *    orders cannot both promise the same units.
       COPY "RecordLock.cpy".

      *    The lock the claim and release paragraphs act on, and the
      *    two locks a line can hold at once.
       01  LOCK-REQUEST-FIELDS.
           05  WS-LOCK-FILE-ID     PIC X(08).
           05  WS-LOCK-KEY         PIC X(10).
           05  WS-ORDER-LOCK-KEY   PIC X(10).
           05  WS-STOCK-LOCK-KEY.
               10  WS-STOCK-LOCK-PART  PIC 9(05).
               10  WS-STOCK-LOCK-LOC   PIC X(02).
               10  FILLER              PIC X(03) VALUE SPACES.

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SALESORD       PIC X(40).
           05  RC-FN-SOSEQ          PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-CUSTMAST       PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  ENTRY-OK-SW         PIC X(01) VALUE SPACES.
               88  ENTRY-OK                  VALUE "Y".
           05  ORDER-FOUND-SW      PIC X(01) VALUE "N".
               88  ORDER-FOUND               VALUE "Y".
           05  SALESORD-EOF-SW     PIC X(01) VALUE "N".
      *    Set when LOCMAST/CUSTMAST opened - with no master built
      *    yet, the lookup is skipped and any keyed code passes, the
      *    same stance TRANS-ENTRY takes.
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".
           05  CUSTMAST-AVAIL-SW   PIC X(01) VALUE "N".
               88  CUSTMAST-AVAILABLE        VALUE "Y".

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
           05  SOSEQ-FILE-STAT     PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  CUSTM-FILE-STAT     PIC X(02).
           05  LOCM-FILE-STAT      PIC X(02).
           05  WS-CODE             PIC X(01).
               88  VALID-CODE      VALUE "A" "a" "C" "c" "D" "d".
               88  VALID-ADD       VALUE "A" "a".
               88  VALID-CHANGE    VALUE "C" "c".
               88  VALID-DELETE    VALUE "D" "d".
           05  WS-ORDER-NUMBER     PIC 9(06).
           05  WS-LINE-NUMBER      PIC 9(03).
           05  WS-CUSTOMER-ID      PIC X(06).
           05  WS-PART-NUMBER      PIC 9(05).
           05  WS-LOCATION         PIC X(02).
           05  WS-ORDER-QTY        PIC 9(07).

      *    Today's date, taken once at start-up - kept outside the
      *    group above so the INITIALIZE before each order cannot
      *    clear it.
       01  RUN-DATE-AREA.
           05  WS-TODAY            PIC 9(08).

      *    The location's position for the line being keyed: stock on
      *    hand there, what open lines already hold against it, and
      *    what is left to promise.
       01  ALLOCATION-WORK.
           05  WS-ON-HAND          PIC 9(07) VALUE ZEROS.
           05  WS-ALLOCATED        PIC 9(07) VALUE ZEROS.
           05  WS-AVAILABLE        PIC S9(07) VALUE ZEROS.
           05  WS-OWN-ALLOCATION   PIC 9(07) VALUE ZEROS.
           05  WS-LAST-LINE        PIC 9(03) VALUE ZEROS.
           05  WS-SO-NUMBER        PIC 9(06) VALUE ZEROS.
      *    The line being changed or cancelled, kept across the
      *    allocation scan that re-uses the record area.
           05  WS-SAVE-RECORD      PIC X(80).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Key another order line?".
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
                           VALUE "CUSTOMER SALES ORDER ENTRY"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE " ORDER (0=new):".
               10  LINE  6 COLUMN  7
                           VALUE "CODE: (A)dd (C)hange (D)elete line".
               10  LINE  7 COLUMN  7   VALUE "    LINE NUMBER:".
               10  LINE  8 COLUMN  7   VALUE "    CUSTOMER ID:".
               10  LINE  9 COLUMN  7   VALUE "    PART NUMBER:".
               10  LINE 10 COLUMN  7   VALUE "  LOCATION CODE:".
               10  LINE 11 COLUMN  7   VALUE "    ORDERED QTY:".
               10  LINE 12 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-ORDER-NUMBER     PIC 9(06) TO    WS-ORDER-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  6 COLUMN 44   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-LINE-NUMBER      PIC 9(03) USING WS-LINE-NUMBER
                   LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CUSTOMER-ID      PIC X(06) USING WS-CUSTOMER-ID
                   LINE  8 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-PART-NUMBER      PIC 9(05) USING WS-PART-NUMBER
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-LOCATION         PIC X(02) USING WS-LOCATION
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-ORDER-QTY        PIC 9(07) USING WS-ORDER-QTY
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 14 BLANK LINE.
               10  LINE 15 BLANK LINE.
               10  LINE 17 BLANK LINE.

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

      *    The part/location position shown once the line is keyed.
       01  AVAILABILITY-INFO-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 19 COLUMN  7       VALUE "ON HAND"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZZZ9 FROM WS-ON-HAND
               LINE 19 COLUMN 15
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 19 COLUMN 24       VALUE "ALLOCATED"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC ZZZZZZ9 FROM WS-ALLOCATED
               LINE 19 COLUMN 34
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 19 COLUMN 43       VALUE "AVAILABLE"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC -ZZZZZZ9 FROM WS-AVAILABLE
               LINE 19 COLUMN 53
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

      *    The order number a new order was given.
       01  ORDER-NUMBER-INFO-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 20 COLUMN  7       VALUE "ORDER/LINE WRITTEN:"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC 9(06) FROM WS-ORDER-NUMBER
               LINE 20 COLUMN 27
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC 9(03) FROM WS-LINE-NUMBER
               LINE 20 COLUMN 34
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
       100-ENTER-SALES-ORDERS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "SALES-ORDER-ENTRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-INITIATE-ORDER-ENTRY.
           PERFORM 200-PROCEED-ORDER-ENTRY UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-ORDER-ENTRY.

           STOP RUN.

      ******************************************************************
       200-INITIATE-ORDER-ENTRY.
           PERFORM 300-OPEN-ORDER-FILES.
           IF  SALESORD-FILE-STAT = "00" AND INVENT-FILE-STAT = "00"
                   AND PARTLOC-FILE-STAT = "00"
               PERFORM 300-ASK-ANOTHER
           ELSE
               DISPLAY "SALES ORDER ENTRY: CANNOT OPEN FILES - "
                       "SALESORD=" SALESORD-FILE-STAT
                       " INVENT6=" INVENT-FILE-STAT
                       " PARTLOC=" PARTLOC-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
           END-IF.

      *-----------------------------------------------------------------
       200-PROCEED-ORDER-ENTRY.
           PERFORM 300-ENTER-ORDER-LINE.
           MOVE    SPACES          TO  WS-ORDER-LOCK-KEY.
           MOVE    WS-ORDER-NUMBER TO  WS-ORDER-LOCK-KEY.
           MOVE    "SALESORD"      TO  WS-LOCK-FILE-ID.
           MOVE    WS-ORDER-LOCK-KEY   TO  WS-LOCK-KEY.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  LK-GRANTED
               PERFORM 300-PROCESS-ORDER-LINE
               MOVE    "SALESORD"      TO  WS-LOCK-FILE-ID
               MOVE    WS-ORDER-LOCK-KEY   TO  WS-LOCK-KEY
               PERFORM 300-FREE-RECORD-LOCK
           ELSE
               DISPLAY "ORDER HELD BY " LK-HOLDER-ID
                       " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - NOT UPDATED"
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
       200-TERMINATE-ORDER-ENTRY.
           CLOSE   SALESORD-FILE
                   INVENT-FILE
                   PARTLOC-FILE.
           IF  LOCMAST-AVAILABLE
               CLOSE   LOCMAST-FILE
           END-IF.
           IF  CUSTMAST-AVAILABLE
               CLOSE   CUSTMAST-FILE
           END-IF.
           DISPLAY "SALES ORDER ENTRY FINISHED!!! " WITH ERASE EOS.

      ******************************************************************
      * A missing SALESORD (first-ever run) is built fresh so the desk
      * can take its first order.
      *-----------------------------------------------------------------
       300-OPEN-ORDER-FILES.
           OPEN    I-O     SALESORD-FILE.
           IF  SALESORD-FILE-STAT = "35"
               OPEN    OUTPUT  SALESORD-FILE
               CLOSE   SALESORD-FILE
               OPEN    I-O     SALESORD-FILE
           END-IF.
           OPEN    INPUT   INVENT-FILE.
           OPEN    INPUT   PARTLOC-FILE.
           OPEN    INPUT   LOCMAST-FILE.
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   CUSTMAST-FILE.
           IF  CUSTM-FILE-STAT = "00"
               SET     CUSTMAST-AVAILABLE  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
      * Key one order line, re-prompting until the order, code, and
      * line agree with the file: an add goes to a new order (zero)
      * or one already on file, a change or cancel names a line that
      * is still open.
      *-----------------------------------------------------------------
       300-ENTER-ORDER-LINE.
           MOVE    SPACES  TO  ENTRY-OK-SW.
           PERFORM 400-ACCEPT-AND-VALIDATE-KEYS UNTIL ENTRY-OK.

      *-----------------------------------------------------------------
      * Claim (and later free) the lock named in WS-LOCK-FILE-ID and
      * WS-LOCK-KEY. The order lock is on the whole order, so a second
      * desk adding a line to it waits rather than taking the same
      * line number; the stock lock is on the line's part/location.
      *-----------------------------------------------------------------
       300-CLAIM-RECORD-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    WS-LOCK-FILE-ID TO  LK-FILE-ID.
           MOVE    WS-LOCK-KEY     TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-RECORD-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           MOVE    WS-LOCK-FILE-ID TO  LK-FILE-ID.
           MOVE    WS-LOCK-KEY     TO  LK-RECORD-KEY.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * The stock lock is held from the availability check through
      * the line's WRITE or REWRITE, so no other desk can count the
      * same units free in between. A desk that finds it held is
      * told who holds it and the line is not taken.
      *-----------------------------------------------------------------
       500-CLAIM-STOCK-LOCK.
           MOVE    WS-PART-NUMBER  TO  WS-STOCK-LOCK-PART.
           MOVE    WS-LOCATION     TO  WS-STOCK-LOCK-LOC.
           MOVE    "SOSTOCK"       TO  WS-LOCK-FILE-ID.
           MOVE    WS-STOCK-LOCK-KEY   TO  WS-LOCK-KEY.
           PERFORM 300-CLAIM-RECORD-LOCK.
           IF  NOT LK-GRANTED
               MOVE    SPACES  TO  WS-ERROR-MESSAGE
               STRING  "Part/location in use by " LK-HOLDER-ID
                       " - retry" DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
           END-IF.

      *-----------------------------------------------------------------
       500-FREE-STOCK-LOCK.
           MOVE    "SOSTOCK"       TO  WS-LOCK-FILE-ID.
           MOVE    WS-STOCK-LOCK-KEY   TO  WS-LOCK-KEY.
           PERFORM 300-FREE-RECORD-LOCK.

      *-----------------------------------------------------------------
       300-PROCESS-ORDER-LINE.
           EVALUATE TRUE
               WHEN VALID-ADD
                   PERFORM 400-ADD-ORDER-LINE
               WHEN VALID-CHANGE
                   PERFORM 400-CHANGE-ORDER-LINE
               WHEN VALID-DELETE
                   PERFORM 400-CANCEL-ORDER-LINE
           END-EVALUATE.

      ******************************************************************
       400-ACCEPT-AND-VALIDATE-KEYS.
           INITIALIZE FILE-STATUS-AND-MISC.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-ORDER-NUMBER.
           MOVE    SPACES  TO  WS-CODE.
           PERFORM 500-ACCEPT-TRANS-CODE   UNTIL VALID-CODE.
           MOVE    "Y"     TO  ENTRY-OK-SW.
           IF  VALID-ADD
               PERFORM 500-VALIDATE-ADD-KEYS
           ELSE
               PERFORM 500-VALIDATE-LINE-KEYS
           END-IF.
           IF  NOT ENTRY-OK
               DISPLAY ERROR-SCREEN
               PERFORM 500-PAUSE-ON-ERROR
           ELSE
               DISPLAY CLEAR-ERROR-SCREEN
           END-IF.

      *-----------------------------------------------------------------
       500-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
      * Leave the error message up until the operator acknowledges it
      * with any confirm key, then re-key the line from the order
      * number.
      *-----------------------------------------------------------------
       500-PAUSE-ON-ERROR.
           MOVE    SPACES  TO  CONFIRM-SW.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.
           MOVE    SPACES  TO  CONFIRM-SW.

      *-----------------------------------------------------------------
      * An add to order zero starts a new order for a keyed customer;
      * an add to an existing order inherits that order's customer.
      *-----------------------------------------------------------------
       500-VALIDATE-ADD-KEYS.
           IF  WS-ORDER-NUMBER = ZEROS
               ACCEPT  SS-CUSTOMER-ID
               PERFORM 600-CHECK-CUSTOMER-MASTER
           ELSE
               PERFORM 600-FIND-LAST-LINE
               IF  NOT ORDER-FOUND
                   MOVE    "N"     TO  ENTRY-OK-SW
                   MOVE    "Order not on file - key 0 for new!!"
                                   TO  WS-ERROR-MESSAGE
               ELSE
                   MOVE    SO-CUSTOMER-ID  TO  WS-CUSTOMER-ID
                   DISPLAY SS-CUSTOMER-ID
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A change or cancel names a line that exists and has not
      * shipped or been cancelled already.
      *-----------------------------------------------------------------
       500-VALIDATE-LINE-KEYS.
           ACCEPT  SS-LINE-NUMBER.
           MOVE    WS-ORDER-NUMBER TO  SO-ORDER-NUMBER.
           MOVE    WS-LINE-NUMBER  TO  SO-LINE-NUMBER.
           READ    SALESORD-FILE   KEY IS SO-KEY
               INVALID KEY
                   MOVE    "N"     TO  ENTRY-OK-SW
                   MOVE    "Order line not on file - check keys!!"
                                   TO  WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF  SO-STATUS NOT = "O" AND SO-STATUS NOT = "P"
                       MOVE    "N"     TO  ENTRY-OK-SW
                       MOVE    "Line already shipped or cancelled!!"
                                       TO  WS-ERROR-MESSAGE
                   END-IF
                   IF  VALID-CHANGE AND SO-STATUS = "P"
                       MOVE    "N"     TO  ENTRY-OK-SW
                       MOVE    "Line is on a pick list - can't change"
                                       TO  WS-ERROR-MESSAGE
                   END-IF
           END-READ.
           IF  ENTRY-OK
               MOVE    SO-CUSTOMER-ID  TO  WS-CUSTOMER-ID
               MOVE    SO-PART-NUMBER  TO  WS-PART-NUMBER
               MOVE    SO-LOCATION     TO  WS-LOCATION
               MOVE    SO-ORDERED-QTY  TO  WS-ORDER-QTY
               DISPLAY SS-CUSTOMER-ID
               DISPLAY SS-PART-NUMBER
               DISPLAY SS-LOCATION
               DISPLAY SS-ORDER-QTY
               MOVE    SALESORD-RECORD TO  WS-SAVE-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * With no customer master built yet any id passes; a blank id
      * never does - an order always belongs to somebody.
      *-----------------------------------------------------------------
       600-CHECK-CUSTOMER-MASTER.
           IF  WS-CUSTOMER-ID = SPACES
               MOVE    "N"     TO  ENTRY-OK-SW
               MOVE    "Customer id is required on an order!!"
                               TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  CUSTMAST-AVAILABLE
               MOVE    WS-CUSTOMER-ID  TO  CUSTM-ID
               READ    CUSTMAST-FILE
                   INVALID KEY
                       MOVE    "N"     TO  ENTRY-OK-SW
                       MOVE    "Customer not on customer master!!"
                                       TO  WS-ERROR-MESSAGE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * Read the order's lines to find its highest line number; the
      * last line read leaves the order's customer in the record.
      *-----------------------------------------------------------------
       600-FIND-LAST-LINE.
           MOVE    "N"             TO  ORDER-FOUND-SW.
           MOVE    ZEROS           TO  WS-LAST-LINE.
           MOVE    WS-ORDER-NUMBER TO  SO-ORDER-NUMBER.
           MOVE    ZEROS           TO  SO-LINE-NUMBER.
           START   SALESORD-FILE   KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE    "N"     TO  SALESORD-EOF-SW.
           PERFORM UNTIL SALESORD-EOF-SW = "Y"
               READ    SALESORD-FILE   NEXT
                   AT END
                       MOVE    "Y"     TO  SALESORD-EOF-SW
                   NOT AT END
                       IF  SO-ORDER-NUMBER NOT = WS-ORDER-NUMBER
                           MOVE    "Y"     TO  SALESORD-EOF-SW
                       ELSE
                           MOVE    "Y"     TO  ORDER-FOUND-SW
                           MOVE    SO-LINE-NUMBER  TO  WS-LAST-LINE
                           MOVE    SO-CUSTOMER-ID  TO  WS-CUSTOMER-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF  ORDER-FOUND
               MOVE    WS-CUSTOMER-ID  TO  SO-CUSTOMER-ID
           END-IF.

      ******************************************************************
      * Add a line: key the part, location, and quantity, check them,
      * and write the line only when the quantity fits inside what
      * the location has left to promise.
      *-----------------------------------------------------------------
       400-ADD-ORDER-LINE.
           PERFORM 500-ACCEPT-LINE-DETAILS.
           IF  NOT ENTRY-OK
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-CLAIM-STOCK-LOCK.
           IF  LK-GRANTED
               PERFORM 500-ALLOCATE-AND-WRITE-LINE
               PERFORM 500-FREE-STOCK-LOCK
           END-IF.

      *-----------------------------------------------------------------
       500-ALLOCATE-AND-WRITE-LINE.
           MOVE    ZEROS   TO  WS-OWN-ALLOCATION.
           PERFORM 500-COMPUTE-AVAILABILITY.
           IF  WS-ORDER-QTY > WS-AVAILABLE
               MOVE    "Not enough available - line refused!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           IF  WS-ORDER-NUMBER = ZEROS
               PERFORM 500-ASSIGN-ORDER-NUMBER
               MOVE    1       TO  WS-LINE-NUMBER
           ELSE
               PERFORM 600-FIND-LAST-LINE
               COMPUTE WS-LINE-NUMBER = WS-LAST-LINE + 1
           END-IF.
           INITIALIZE  SALESORD-RECORD.
           MOVE    WS-ORDER-NUMBER TO  SO-ORDER-NUMBER.
           MOVE    WS-LINE-NUMBER  TO  SO-LINE-NUMBER.
           MOVE    "O"             TO  SO-STATUS.
           MOVE    WS-CUSTOMER-ID  TO  SO-CUSTOMER-ID.
           MOVE    WS-PART-NUMBER  TO  SO-PART-NUMBER.
           MOVE    WS-LOCATION     TO  SO-LOCATION.
           MOVE    WS-TODAY        TO  SO-ORDER-DATE.
           MOVE    WS-ORDER-QTY    TO  SO-ORDERED-QTY.
           MOVE    ZEROS           TO  SO-SHIPPED-QTY
                                       SO-PICK-DATE
                                       SO-SHIP-DATE.
           MOVE    SG-OPERATOR-ID  TO  SO-OPERATOR-ID.
           WRITE   SALESORD-RECORD
               INVALID KEY
                   MOVE    "Order line already on file!!"
                                   TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
                   DISPLAY ORDER-NUMBER-INFO-SCREEN
           END-WRITE.

      *-----------------------------------------------------------------
      * Change an open line's quantity. The line's own allocation is
      * handed back before the check, so a line can always be cut and
      * can grow by whatever the location still has free. It can
      * never be cut below what has already shipped against it.
      *-----------------------------------------------------------------
       400-CHANGE-ORDER-LINE.
           ACCEPT  SS-ORDER-QTY.
           IF  WS-ORDER-QTY = ZEROS
               MOVE    "Quantity must be greater than zero!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-SAVE-RECORD  TO  SALESORD-RECORD.
           IF  WS-ORDER-QTY < SO-SHIPPED-QTY
               MOVE    "Below quantity shipped - not changed!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-CLAIM-STOCK-LOCK.
           IF  LK-GRANTED
               PERFORM 500-REALLOCATE-AND-REWRITE-LINE
               PERFORM 500-FREE-STOCK-LOCK
           END-IF.

      *-----------------------------------------------------------------
       500-REALLOCATE-AND-REWRITE-LINE.
           MOVE    WS-SAVE-RECORD  TO  SALESORD-RECORD.
           COMPUTE WS-OWN-ALLOCATION = SO-ORDERED-QTY - SO-SHIPPED-QTY.
           PERFORM 500-COMPUTE-AVAILABILITY.
           IF  WS-ORDER-QTY > WS-AVAILABLE
               MOVE    "Not enough available - not changed!!"
                               TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-SAVE-RECORD  TO  SALESORD-RECORD.
           READ    SALESORD-FILE   KEY IS SO-KEY
               INVALID KEY
                   MOVE    "Order line not on file - check keys!!"
                                   TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    WS-ORDER-QTY    TO  SO-ORDERED-QTY
                   MOVE    SG-OPERATOR-ID  TO  SO-OPERATOR-ID
                   REWRITE SALESORD-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * A cancelled line is kept on file, marked "X", so the order
      * book still shows it was taken; its allocation is released
      * because only open and picked lines are counted.
      *-----------------------------------------------------------------
       400-CANCEL-ORDER-LINE.
           MOVE    WS-SAVE-RECORD  TO  SALESORD-RECORD.
           READ    SALESORD-FILE   KEY IS SO-KEY
               INVALID KEY
                   MOVE    "Order line not on file - check keys!!"
                                   TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    "X"             TO  SO-STATUS
                   MOVE    SG-OPERATOR-ID  TO  SO-OPERATOR-ID
                   REWRITE SALESORD-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Key and check the line's part, location, and quantity: the
      * part must be on the master and the location active on
      * LOCMAST (spaces mean "01", as everywhere else).
      *-----------------------------------------------------------------
       500-ACCEPT-LINE-DETAILS.
           MOVE    "Y"     TO  ENTRY-OK-SW.
           ACCEPT  SS-PART-NUMBER.
           MOVE    WS-PART-NUMBER  TO  IN-PART-NUMBER.
           READ    INVENT-FILE
               INVALID KEY
                   MOVE    "N"     TO  ENTRY-OK-SW
                   MOVE    "Part not on master - check number!!"
                                   TO  WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           ACCEPT  SS-LOCATION.
           IF  WS-LOCATION = SPACES
               MOVE    "01"    TO  WS-LOCATION
               DISPLAY SS-LOCATION
           END-IF.
           IF  LOCMAST-AVAILABLE
               MOVE    WS-LOCATION TO  LOCM-ID
               READ    LOCMAST-FILE
                   INVALID KEY
                       MOVE    "N"     TO  ENTRY-OK-SW
                   NOT INVALID KEY
                       IF  LOCM-ACTIVE NOT = "Y"
                           MOVE    "N"     TO  ENTRY-OK-SW
                       END-IF
               END-READ
               IF  NOT ENTRY-OK
                   MOVE    "Location not on location master!!"
                                   TO  WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT  SS-ORDER-QTY.
           IF  WS-ORDER-QTY = ZEROS
               MOVE    "N"     TO  ENTRY-OK-SW
               MOVE    "Quantity must be greater than zero!!"
                               TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * Available = the location's on hand less every open or picked
      * line's unshipped quantity for the same part and location,
      * found through the alternate key. A line shipped today still
      * counts at its shipped quantity: its "S" sits in TRANSTG.TXT
      * and on hand will not drop until tonight's run posts it. A
      * line being changed has its own allocation (WS-OWN-ALLOCATION)
      * added back.
      *-----------------------------------------------------------------
       500-COMPUTE-AVAILABILITY.
           MOVE    ZEROS   TO  WS-ON-HAND
                               WS-ALLOCATED.
           MOVE    WS-PART-NUMBER  TO  PLB-PART-NUMBER.
           MOVE    WS-LOCATION     TO  PLB-LOCATION.
           READ    PARTLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE    PLB-QUANTITY    TO  WS-ON-HAND
           END-READ.
           MOVE    WS-PART-NUMBER  TO  SO-PART-NUMBER.
           MOVE    WS-LOCATION     TO  SO-LOCATION.
           START   SALESORD-FILE   KEY IS EQUAL TO SO-PART-LOC
               INVALID KEY
                   MOVE    "Y"     TO  SALESORD-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  SALESORD-EOF-SW
           END-START.
           PERFORM UNTIL SALESORD-EOF-SW = "Y"
               READ    SALESORD-FILE   NEXT
                   AT END
                       MOVE    "Y"     TO  SALESORD-EOF-SW
                   NOT AT END
                       IF  SO-PART-NUMBER NOT = WS-PART-NUMBER
                        OR SO-LOCATION    NOT = WS-LOCATION
                           MOVE    "Y"     TO  SALESORD-EOF-SW
                       ELSE
                           IF  SO-STATUS = "O" OR SO-STATUS = "P"
                               COMPUTE WS-ALLOCATED = WS-ALLOCATED
                                       + SO-ORDERED-QTY
                                       - SO-SHIPPED-QTY
                           END-IF
                           IF  SO-STATUS = "S"
                           AND SO-SHIP-DATE = WS-TODAY
                               ADD     SO-SHIPPED-QTY  TO  WS-ALLOCATED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-AVAILABLE = WS-ON-HAND - WS-ALLOCATED
                                  + WS-OWN-ALLOCATION.
           DISPLAY AVAILABILITY-INFO-SCREEN.

      *-----------------------------------------------------------------
      * Take the next order number off SOSEQ.TXT and write it back at
      * once, so two desks never start orders under the same number.
      *-----------------------------------------------------------------
       500-ASSIGN-ORDER-NUMBER.
           MOVE    ZEROS   TO  WS-SO-NUMBER.
           OPEN    INPUT   SOSEQ-FILE.
           IF  SOSEQ-FILE-STAT = "00"
               READ    SOSEQ-FILE
                       NOT AT END  MOVE SOSEQ-RECORD TO WS-SO-NUMBER
               END-READ
               CLOSE   SOSEQ-FILE
           END-IF.
           ADD     1               TO  WS-SO-NUMBER.
           OPEN    OUTPUT  SOSEQ-FILE.
           MOVE    WS-SO-NUMBER    TO  SOSEQ-RECORD.
           WRITE   SOSEQ-RECORD.
           CLOSE   SOSEQ-FILE.
           MOVE    WS-SO-NUMBER    TO  WS-ORDER-NUMBER.

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
           MOVE    SPACES      TO  RC-FN-SOSEQ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SOSEQ.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SOSEQ.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-CUSTMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CUSTMAST" DELIMITED BY SIZE
                   INTO RC-FN-CUSTMAST.
           MOVE    SPACES      TO  RC-FN-LOCMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOCMAST" DELIMITED BY SIZE
                   INTO RC-FN-LOCMAST.

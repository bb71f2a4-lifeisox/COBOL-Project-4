      ******************************************************************
      * This program raises inter-site transfer orders at the
      *    shipping site, in place of selling the stock off here and
      *    keying a receipt by hand at the other site. The clerk keys
      *    the site the goods go to (its file prefix, as it stands on
      *    the site list), the part, the location it ships from and
      *    the quantity. The part must be on both sites' masters and
      *    the quantity on hand at the location; serialized parts do
      *    not move between sites. Each accepted order takes the next
      *    transfer order number, goes on the order register, and
      *    stages a "1" for the nightly run - which ships the stock
      *    off this site's master into the destination's transfer
      *    queue, in transit until the destination receives it with
      *    TRANSFER-RECEIVE.
      *
      * The order register is held (locked) for the session so two
      * clerks cannot take the same order number.
      *
      * Used File
      *    - Site List Control File: SITELIST.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Destination's Master Inventory File: <prefix>INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Location Master File (Indexed Sequential): LOCMAST
      *    - Transfer Order Register: XFERORD.TXT (extended)
      *    - Transaction Staging File: TRANSTG.TXT (extended)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 TRANSFER-ORDER-ENTRY.
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
           SELECT  SITELIST-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SITELIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SITELIST-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

      *    The destination's master, opened under its prefix only
      *    long enough to prove it carries the part.
           SELECT  DEST-INVENT-FILE
                   ASSIGN DYNAMIC WS-DEST-INVENT-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DI-PART-NUMBER
                   FILE STATUS IS DEST-INVENT-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

           SELECT  LOCMAST-FILE
                   ASSIGN DYNAMIC RC-FN-LOCMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOCM-ID
                   FILE STATUS IS LOCM-FILE-STAT.

           SELECT  XFERORD-FILE
                   ASSIGN DYNAMIC RC-FN-XFERORD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFERORD-FILE-STAT.

           SELECT  STAGING-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-TRANSTG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STAGING-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One site per line: the file prefix its data lives under.
       FD  SITELIST-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SITELIST-RECORD.
       01  SITELIST-RECORD         PIC X(20).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

      *    Same 70-byte layout as INVENT-RECORD-IN.
       FD  DEST-INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS DEST-INVENT-RECORD.
       01  DEST-INVENT-RECORD.
           05  DI-PART-NUMBER      PIC 9(05).
           05  DI-PART-NAME        PIC X(20).
           05  FILLER              PIC X(45).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  PC-STOCK-UOM        PIC X(04).
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-OBSOLETE               VALUE "O".
           05  FILLER              PIC X(29).

       FD  LOCMAST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS LOCMAST-RECORD.
       01  LOCMAST-RECORD.
           05  LOCM-ID             PIC X(02).
           05  LOCM-DESC           PIC X(20).
           05  LOCM-ACTIVE         PIC X(01).
           05  LOCM-CAPACITY       PIC 9(07).
           05  LOCM-TYPE           PIC X(01).

      *    One line per transfer order raised here, in order-number
      *    sequence: where it goes, what, how many and from where.
       FD  XFERORD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XFERORD-RECORD.
       01  XFERORD-RECORD.
           05  XO-ORDER-NUMBER     PIC 9(06).
           05  XO-ORDER-DATE       PIC 9(08).
           05  XO-TO-SITE          PIC X(20).
           05  XO-PART-NUMBER      PIC 9(05).
           05  XO-QTY              PIC 9(07).
           05  XO-FROM-LOCATION    PIC X(02).
           05  XO-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(24).

      *    Same 100-byte layout as TRANS-RECORD-IN in BatchUpdate.
       FD  STAGING-FILE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAGING-RECORD-OUT.
       01  STAGING-RECORD-OUT.
           05  TR-PART-NUMBER      PIC 9(05).
           05  TR-CODE             PIC X(01).
           05  TR-VALUE            PIC 9(07).
           05  TR-LOCATION         PIC X(02).
           05  TR-RECEIPT-COST     PIC 9(04)V99.
           05  TR-NEW-PART-NAME    PIC X(20).
      *    On "1": the file prefix of the site shipped to.
           05  TR-XFER-SITE        REDEFINES TR-NEW-PART-NAME
                                   PIC X(20).
           05  TR-NEW-UNIT-PRICE   PIC 9(04)V99.
           05  TR-NEW-REORDER-PT   PIC 9(03).
           05  TR-NEW-SUPPLIER-ID  PIC X(02).
           05  TR-TO-LOCATION      PIC X(02).
           05  TR-REASON           PIC X(01).
           05  TR-COST-OVERRIDE    PIC X(01).
           05  TR-CUSTOMER-ID      PIC X(06).
           05  TR-LOT-NUMBER       PIC X(10).
      *    On "1": the transfer order number.
           05  TR-XFER-LINK        REDEFINES TR-LOT-NUMBER.
               10  TR-XFER-ORDER       PIC 9(06).
               10  FILLER              PIC X(04).
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
      *    anything else runs. The site list lives under this site's
      *    own prefix, as CONSOLIDATION-REPORT reads it.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: raising a transfer is entry-clerk
      *    work, as keying one through TRANS-ENTRY is.
       COPY "UserSignon.cpy".

      *    Closed-period guard block: the shipment posts in the next
      *    nightly run on today's date.
       COPY "PeriodGuard.cpy".

      *    Record-lock parameter block: the order register is claimed
      *    for the session.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up; the destination's master from its own prefix.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SITELIST       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).
           05  RC-FN-XFERORD        PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).
           05  WS-DEST-INVENT-NAME  PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  XFERORD-EOF-SW      PIC X(01) VALUE "N".
           05  SITELIST-EOF-SW     PIC X(01) VALUE "N".
           05  WS-FILES-OPEN-SW    PIC X(01) VALUE "N".
               88  FILES-OPEN                VALUE "Y".
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".
           05  WS-SITE-FOUND-SW    PIC X(01).
               88  SITE-ON-LIST              VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

      *    The sites read off the control file.
       01  SITE-TABLE.
           05  ST-COUNT            PIC 9(01) VALUE ZEROS.
           05  ST-ENTRY            OCCURS 0 TO 5 TIMES
                                   DEPENDING ON ST-COUNT
                                   INDEXED BY ST-IDX.
               10  ST-PREFIX           PIC X(20).

      *    The order on the screen, as keyed.
       01  CURRENT-ORDER.
           05  WK-TO-SITE          PIC X(20).
           05  WK-PART-NUMBER      PIC 9(05).
           05  WK-PART-NAME        PIC X(20).
           05  WK-FROM-LOCATION    PIC X(02).
           05  WK-QTY              PIC 9(07).
           05  WK-ON-HAND          PIC 9(07).

       01  FILE-STATUS-AND-MISC.
           05  SITELIST-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  DEST-INVENT-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).
           05  LOCM-FILE-STAT      PIC X(02).
           05  XFERORD-FILE-STAT   PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  WS-TODAY            PIC 9(08).
           05  WS-LAST-ORDER       PIC 9(06) VALUE ZEROS.
           05  CT-ORDERS-RAISED    PIC 9(05) VALUE ZEROS.

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Another transfer order?".
           05  WS-ERROR-MESSAGE    PIC X(40).
           05  WS-DONE-MESSAGE     PIC X(40).

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  ORDER-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.

           05  SCREEN-BASICS.
               10  LINE  1 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  3 BLANK LINE  BACKGROUND-COLOR BLACK.
               10  LINE  2 COLUMN 13
                           VALUE "INTER-SITE TRANSFER ORDER"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "SHIP TO SITE:".
               10  LINE  7 COLUMN  7   VALUE "PART NUMBER:".
               10  LINE  9 COLUMN  7   VALUE "FROM LOCATION:".
               10  LINE 11 COLUMN  7   VALUE "QUANTITY:".

           05  SCREEN-VALUES.
               10  SS-TO-SITE          PIC X(20) USING WK-TO-SITE
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
               10  SS-PART-NUMBER      PIC 9(05) USING WK-PART-NUMBER
                   LINE  7 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
               10  SS-FROM-LOCATION    PIC X(02)
                                       USING WK-FROM-LOCATION
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
               10  SS-QTY              PIC 9(07) USING WK-QTY
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
               10  LINE 17 BLANK LINE.
               10  LINE 18 BLANK LINE.
               10  LINE 19 BLANK LINE.

       01  PART-INFO-SCREEN.
           05      PIC X(20) FROM WK-PART-NAME
               LINE  7 COLUMN 33.
           05  LINE 13 COLUMN  7       VALUE "ON HAND THERE:".
           05      PIC ZZZZZZ9 FROM WK-ON-HAND
               LINE 13 COLUMN 25.

       01  CONFIRM-SCREEN.
           05  LINE 17 BLANK LINE      BACKGROUND-COLOR BLACK.
           05                          PIC X(32) FROM CONFIRM-MESSAGE
               LINE 17 COLUMN  8
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05                          PIC X(01) USING CONFIRM-SW
               LINE 17 COLUMN 40       BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE 18 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 18 COLUMN 19
                       VALUE "(Y/y: Yes, N/n: No)"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

       01  DONE-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR GREEN.
           05                          PIC X(40) FROM WS-DONE-MESSAGE
               LINE 15 COLUMN  7
               BACKGROUND-COLOR GREEN  FOREGROUND-COLOR WHITE.

       01  ERROR-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(40) FROM WS-ERROR-MESSAGE
               LINE 20 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-RAISE-TRANSFER-ORDERS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "TRANSFER-ORDER-ENTRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           ACCEPT  PG-CHECK-DATE   FROM DATE YYYYMMDD.
           CALL    "PERIOD-GUARD"  USING PERIOD-GUARD-PARAMETERS.
           IF  NOT PG-PERIOD-OPEN
               DISPLAY "TRANSFER ORDERS: FISCAL PERIOD "
                       PG-PERIOD-ID " IS CLOSED - NO SHIPPING TODAY"
               STOP RUN
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "TRANSFER ORDERS: ORDER REGISTER HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - TRY AGAIN LATER"
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-TRANSFER-ORDERS.
           PERFORM 200-PROCEED-TRANSFER-ORDERS UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-TRANSFER-ORDERS.

           STOP RUN.

      ******************************************************************
      * Load the site list, find the last order number used, and
      * open the files an order is checked against and written to.
      * With no site list or no master of our own there is nowhere
      * to ship to or from.
      *-----------------------------------------------------------------
       200-INITIATE-TRANSFER-ORDERS.
           MOVE    PG-CHECK-DATE   TO  WS-TODAY.
           PERFORM 300-LOAD-SITE-LIST.
           IF  ST-COUNT = ZEROS
               DISPLAY "TRANSFER ORDERS: NO SITES ON SITELIST.TXT, "
                       "STATUS " SITELIST-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
               DISPLAY "TRANSFER ORDERS: CANNOT OPEN INVENT6, STATUS "
                       INVENT-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STAT = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   LOCMAST-FILE.
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           PERFORM 300-FIND-LAST-ORDER.
           OPEN    EXTEND  XFERORD-FILE.
           IF  XFERORD-FILE-STAT NOT = "00"
               OPEN    OUTPUT  XFERORD-FILE
           END-IF.
           OPEN    EXTEND  STAGING-FILE-OUT.
           IF  STAGING-FILE-STAT NOT = "00"
               OPEN    OUTPUT  STAGING-FILE-OUT
           END-IF.
           SET     FILES-OPEN      TO  TRUE.
           MOVE    "Y"             TO  CONFIRM-SW.

      *-----------------------------------------------------------------
      * Key one order, check it, and raise it if it passes.
      *-----------------------------------------------------------------
       200-PROCEED-TRANSFER-ORDERS.
           MOVE    SPACES  TO  WS-ERROR-MESSAGE
                               WS-DONE-MESSAGE.
           INITIALIZE CURRENT-ORDER.
           DISPLAY ORDER-SCREEN.
           ACCEPT  ORDER-SCREEN.
           PERFORM 300-CHECK-ORDER.
           DISPLAY PART-INFO-SCREEN.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY ERROR-SCREEN
           ELSE
               PERFORM 300-RAISE-ORDER
               DISPLAY DONE-SCREEN
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
       200-TERMINATE-TRANSFER-ORDERS.
           IF  FILES-OPEN
               CLOSE   INVENT-FILE
                       XFERORD-FILE
                       STAGING-FILE-OUT
               IF  PARTLOC-AVAILABLE
                   CLOSE   PARTLOC-FILE
               END-IF
               IF  PARTCTL-AVAILABLE
                   CLOSE   PARTCTL-FILE
               END-IF
               IF  LOCMAST-AVAILABLE
                   CLOSE   LOCMAST-FILE
               END-IF
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "TRANSFER ORDER ENTRY FINISHED!!! "
                   WITH ERASE EOS.
           DISPLAY "  TRANSFER ORDERS RAISED ...... " CT-ORDERS-RAISED.

      ******************************************************************
      * Hold the order register for the session under a single lock
      * entry, so order numbers are taken one clerk at a time.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "XFERORD"       TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-LOAD-SITE-LIST.
           OPEN    INPUT   SITELIST-FILE-IN.
           IF  SITELIST-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    SITELIST-FILE-IN
                   AT END  MOVE "Y" TO SITELIST-EOF-SW
           END-READ.
           PERFORM UNTIL SITELIST-EOF-SW = "Y"
               IF  SITELIST-RECORD NOT = SPACES
                       AND ST-COUNT < 5
                   ADD     1                   TO  ST-COUNT
                   SET     ST-IDX              TO  ST-COUNT
                   MOVE    SITELIST-RECORD     TO  ST-PREFIX(ST-IDX)
               END-IF
               READ    SITELIST-FILE-IN
                       AT END  MOVE "Y" TO SITELIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SITELIST-FILE-IN.

      *-----------------------------------------------------------------
      * The register is in order-number sequence, so the last order
      * raised is the highest; a register not yet created starts
      * from order 1.
      *-----------------------------------------------------------------
       300-FIND-LAST-ORDER.
           OPEN    INPUT   XFERORD-FILE.
           IF  XFERORD-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    XFERORD-FILE
                   AT END  MOVE "Y" TO XFERORD-EOF-SW
           END-READ.
           PERFORM UNTIL XFERORD-EOF-SW = "Y"
               IF  XO-ORDER-NUMBER > WS-LAST-ORDER
                   MOVE    XO-ORDER-NUMBER TO  WS-LAST-ORDER
               END-IF
               READ    XFERORD-FILE
                       AT END  MOVE "Y" TO XFERORD-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   XFERORD-FILE.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           PERFORM UNTIL VALID-CONFIRMED
               DISPLAY CONFIRM-SCREEN
               ACCEPT  CONFIRM-SCREEN
           END-PERFORM.

      *-----------------------------------------------------------------
      * Check the keyed order, leaving the first thing wrong with it
      * in WS-ERROR-MESSAGE.
      *-----------------------------------------------------------------
       300-CHECK-ORDER.
           PERFORM 400-CHECK-DESTINATION.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-PART-NUMBER  TO  PART-NUMBER-IN.
           READ    INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON THIS SITE'S MASTER"
                                           TO  WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           MOVE    PART-NAME-IN    TO  WK-PART-NAME.
           IF  PARTCTL-AVAILABLE
               MOVE    WK-PART-NUMBER  TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   INVALID KEY
                       MOVE    "N"     TO  PC-SERIALIZED
               END-READ
               IF  PC-SERIALIZED = "Y"
                   MOVE "SERIALIZED PARTS DO NOT MOVE SITES"
                                           TO  WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 400-CHECK-DESTINATION-PART.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 400-CHECK-LOCATION.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 400-FIND-ON-HAND.
           IF  WK-QTY = ZEROS
               MOVE "QUANTITY TO SHIP IS REQUIRED"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-QTY > WK-ON-HAND
               MOVE "QUANTITY EXCEEDS STOCK AT THE LOCATION"
                                           TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * The destination must be another site on the site list.
      *-----------------------------------------------------------------
       400-CHECK-DESTINATION.
           IF  WK-TO-SITE = SPACES
               MOVE "SITE TO SHIP TO IS REQUIRED"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-TO-SITE = RC-FILE-PREFIX
               MOVE "THAT IS THIS SITE - USE A TRANSFER"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  WS-SITE-FOUND-SW.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT OR SITE-ON-LIST
               IF  ST-PREFIX(ST-IDX) = WK-TO-SITE
                   SET     SITE-ON-LIST    TO  TRUE
               END-IF
           END-PERFORM.
           IF  NOT SITE-ON-LIST
               MOVE "SITE IS NOT ON THE SITE LIST"
                                           TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * The destination receives onto its own master, so it must
      * already carry the part.
      *-----------------------------------------------------------------
       400-CHECK-DESTINATION-PART.
           MOVE    SPACES  TO  WS-DEST-INVENT-NAME.
           STRING  WK-TO-SITE          DELIMITED BY SPACE
                   "INVENT6"           DELIMITED BY SIZE
                   INTO WS-DEST-INVENT-NAME.
           OPEN    INPUT   DEST-INVENT-FILE.
           IF  DEST-INVENT-STAT NOT = "00"
               MOVE "CANNOT OPEN THE DESTINATION'S MASTER"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-PART-NUMBER  TO  DI-PART-NUMBER.
           READ    DEST-INVENT-FILE
               INVALID KEY
                   MOVE "PART NOT ON THE DESTINATION'S MASTER"
                                           TO  WS-ERROR-MESSAGE
           END-READ.
           CLOSE   DEST-INVENT-FILE.

      *-----------------------------------------------------------------
      * Spaces default to "01", and with no master built every code
      * passes, the same stance TRANS-ENTRY takes.
      *-----------------------------------------------------------------
       400-CHECK-LOCATION.
           IF  WK-FROM-LOCATION = SPACES
               MOVE    "01"            TO  WK-FROM-LOCATION
           END-IF.
           IF  NOT LOCMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-FROM-LOCATION    TO  LOCM-ID.
           READ LOCMAST-FILE   KEY IS  LOCM-ID
               INVALID KEY
                   MOVE "LOCATION NOT ON THE LOCATION MASTER"
                                           TO  WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF  LOCM-ACTIVE NOT = "Y"
                       MOVE "LOCATION IS NOT ACTIVE"
                                           TO  WS-ERROR-MESSAGE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * On hand at the from-location, off PARTLOC; with no balance
      * file the part's total stands in. The nightly run keeps the
      * final guard, against owned stock at the location.
      *-----------------------------------------------------------------
       400-FIND-ON-HAND.
           IF  NOT PARTLOC-AVAILABLE
               MOVE    QUANTITY-IN     TO  WK-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-PART-NUMBER      TO  PLB-PART-NUMBER.
           MOVE    WK-FROM-LOCATION    TO  PLB-LOCATION.
           READ    PARTLOC-FILE
               INVALID KEY
                   MOVE    ZEROS       TO  PLB-QUANTITY
           END-READ.
           MOVE    PLB-QUANTITY        TO  WK-ON-HAND.

      *-----------------------------------------------------------------
      * Take the next order number, put the order on the register,
      * and stage its "1" for the nightly run.
      *-----------------------------------------------------------------
       300-RAISE-ORDER.
           ADD     1                   TO  WS-LAST-ORDER.
           MOVE    SPACES              TO  XFERORD-RECORD.
           MOVE    WS-LAST-ORDER       TO  XO-ORDER-NUMBER.
           MOVE    WS-TODAY            TO  XO-ORDER-DATE.
           MOVE    WK-TO-SITE          TO  XO-TO-SITE.
           MOVE    WK-PART-NUMBER      TO  XO-PART-NUMBER.
           MOVE    WK-QTY              TO  XO-QTY.
           MOVE    WK-FROM-LOCATION    TO  XO-FROM-LOCATION.
           MOVE    SG-OPERATOR-ID      TO  XO-OPERATOR-ID.
           WRITE   XFERORD-RECORD.
           MOVE    SPACES              TO  STAGING-RECORD-OUT.
           MOVE    WK-PART-NUMBER      TO  TR-PART-NUMBER.
           MOVE    "1"                 TO  TR-CODE.
           MOVE    WK-QTY              TO  TR-VALUE.
           MOVE    WK-FROM-LOCATION    TO  TR-LOCATION.
           MOVE    ZEROS               TO  TR-RECEIPT-COST
                                           TR-NEW-UNIT-PRICE
                                           TR-NEW-REORDER-PT
                                           TR-EXPIRY-DATE
                                           TR-FOREIGN-COST.
           MOVE    WK-TO-SITE          TO  TR-XFER-SITE.
           MOVE    WS-LAST-ORDER       TO  TR-XFER-ORDER.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           WRITE   STAGING-RECORD-OUT.
           ADD     1                   TO  CT-ORDERS-RAISED.
           STRING  "TRANSFER ORDER " WS-LAST-ORDER " RAISED"
                   DELIMITED BY SIZE
                   INTO WS-DONE-MESSAGE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SITELIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SITELIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SITELIST.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-LOCMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOCMAST" DELIMITED BY SIZE
                   INTO RC-FN-LOCMAST.
           MOVE    SPACES      TO  RC-FN-XFERORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "XFERORD.TXT" DELIMITED BY SIZE
                   INTO RC-FN-XFERORD.
           MOVE    SPACES      TO  RC-FN-TRANSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANSTG.

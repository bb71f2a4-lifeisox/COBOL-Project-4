      ******************************************************************
      * This program receives inter-site transfers at the destination
      *    site. Other sites' nightly runs queue what they shipped us
      *    on our XFERIN.TXT; the clerk keys a shipping site (or
      *    leaves it blank for all of them), and each transfer line
      *    with something still to receive is put up in turn. The
      *    clerk confirms the quantity that actually arrived and the
      *    location it went to, skips the line, or quits the site.
      *    A confirmed line stages a "2" for the nightly run at the
      *    shipping site's cost, and is logged as a "C" line on
      *    XFERRCV.TXT so it is not offered again. A short delivery
      *    leaves the balance on the line - still in transit - until
      *    the rest arrives or the shortage is written off.
      *
      *    A supervisor (level 3) writes off goods that will never
      *    arrive with (W)rite off and an active shrink reason: the
      *    quantity keyed is logged as a "W" line, which closes it
      *    for receiving, and a "3" is staged at the shipping site's
      *    cost so the nightly run posts the loss out of goods in
      *    transit and takes it off the road.
      *
      * The receipt log is held (locked) for the session so two
      * clerks cannot confirm the same line.
      *
      * Used File
      *    - Incoming Transfer Queue: XFERIN.TXT
      *    - Transfer Receipt Log: XFERRCV.TXT (extended)
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Location Master File (Indexed Sequential): LOCMAST
      *    - Transaction Staging File: TRANSTG.TXT (extended)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 TRANSFER-RECEIVE.
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
           SELECT  XFERIN-FILE-IN
                   ASSIGN DYNAMIC RC-FN-XFERIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFERIN-FILE-STAT.

           SELECT  XFERRCV-FILE
                   ASSIGN DYNAMIC RC-FN-XFERRCV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFERRCV-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  LOCMAST-FILE
                   ASSIGN DYNAMIC RC-FN-LOCMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LOCM-ID
                   FILE STATUS IS LOCM-FILE-STAT.

           SELECT  STAGING-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-TRANSTG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STAGING-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  XFERIN-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-SHIP-RECORD.
       COPY "TransferShip.cpy".

       FD  XFERRCV-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-RECEIPT-RECORD.
       COPY "TransferReceipt.cpy".

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  LOCMAST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS LOCMAST-RECORD.
       01  LOCMAST-RECORD.
           05  LOCM-ID             PIC X(02).
           05  LOCM-DESC           PIC X(20).
           05  LOCM-ACTIVE         PIC X(01).
           05  LOCM-CAPACITY       PIC 9(07).
           05  LOCM-TYPE           PIC X(01).

      *    Same 100-byte layout as TRANS-RECORD-IN in BatchUpdate.
       FD  STAGING-FILE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAGING-RECORD-OUT.
       01  STAGING-RECORD-OUT.
           05  TR-PART-NUMBER      PIC 9(05).
           05  TR-CODE             PIC X(01).
           05  TR-VALUE            PIC 9(07).
           05  TR-LOCATION         PIC X(02).
      *    On "2"/"3": the shipping site's unit cost.
           05  TR-RECEIPT-COST     PIC 9(04)V99.
           05  TR-NEW-PART-NAME    PIC X(20).
      *    On "2"/"3": the file prefix of the site that shipped.
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
      *    On "2"/"3": the shipping site's transfer order number.
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
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: receiving is entry-clerk work, as
      *    keying a receipt through TRANS-ENTRY is.
       COPY "UserSignon.cpy".

      *    Closed-period guard block: the receipt posts in the next
      *    nightly run on today's date.
       COPY "PeriodGuard.cpy".

      *    Record-lock parameter block: the receipt log is claimed for
      *    the session.
       COPY "RecordLock.cpy".

      *    Shrink-reason guard block: a write-off must carry an active
      *    reason, as a count-down or a scrap does.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-XFERIN         PIC X(40).
           05  RC-FN-XFERRCV        PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  XFERIN-EOF-SW       PIC X(01) VALUE "N".
           05  XFERRCV-EOF-SW      PIC X(01) VALUE "N".
           05  WS-FILES-OPEN-SW    PIC X(01) VALUE "N".
               88  FILES-OPEN                VALUE "Y".
           05  INVENT-AVAIL-SW     PIC X(01) VALUE "N".
               88  INVENT-AVAILABLE          VALUE "Y".
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".
           05  WS-QUIT-SITE-SW     PIC X(01).
               88  QUIT-SITE                 VALUE "Y".
           05  WS-LINE-DONE-SW     PIC X(01).
               88  LINE-DONE                 VALUE "Y".
           05  WS-LINE-ACTION      PIC X(01).
               88  VALID-LINE-ACTION         VALUE "C" "c" "S" "s"
                                                   "W" "w" "Q" "q".
               88  LINE-CONFIRM              VALUE "C" "c".
               88  LINE-WRITE-OFF            VALUE "W" "w".
               88  LINE-SKIP                 VALUE "S" "s".
               88  LINE-QUIT                 VALUE "Q" "q".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

      *    Every transfer line queued to this site, with what has been
      *    confirmed against it so far.
       01  TRANSFER-TABLE.
           05  XT-COUNT            PIC 9(04) VALUE ZEROS.
           05  XT-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON XT-COUNT
                                   INDEXED BY XT-IDX.
               10  XT-FROM-SITE        PIC X(20).
               10  XT-ORDER-NUMBER     PIC 9(06).
               10  XT-PART-NUMBER      PIC 9(05).
               10  XT-SHIPPED-QTY      PIC 9(07).
               10  XT-CONFIRMED-QTY    PIC 9(07).
               10  XT-UNIT-COST        PIC 9(04)V99.
               10  XT-SHIP-DATE        PIC 9(08).

      *    The line on the screen and what the clerk keyed against it.
       01  CURRENT-LINE.
           05  WK-SITE-FILTER      PIC X(20).
           05  WK-FROM-SITE        PIC X(20).
           05  WK-ORDER-NUMBER     PIC 9(06).
           05  WK-PART-NUMBER      PIC 9(05).
           05  WK-PART-NAME        PIC X(20).
           05  WK-SHIP-DATE        PIC 9(08).
           05  WK-UNIT-COST        PIC 9(04)V99.
           05  WK-REMAINING        PIC 9(07).
           05  WK-QTY              PIC 9(07).
           05  WK-LOCATION         PIC X(02).
           05  WK-REASON           PIC X(01).

       01  FILE-STATUS-AND-MISC.
           05  XFERIN-FILE-STAT    PIC X(02).
           05  XFERRCV-FILE-STAT   PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  LOCM-FILE-STAT      PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  WS-TODAY            PIC 9(08).
           05  CT-LINES-OFFERED    PIC 9(05) VALUE ZEROS.
           05  CT-LINES-CONFIRMED  PIC 9(05) VALUE ZEROS.
           05  CT-LINES-SHORT      PIC 9(05) VALUE ZEROS.
           05  CT-LINES-WRITTEN-OFF PIC 9(05) VALUE ZEROS.

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Receive from another site?".
           05  WS-ERROR-MESSAGE    PIC X(40).
           05  WS-DONE-MESSAGE     PIC X(40).

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  SITE-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.
           05  LINE  1 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  3 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 COLUMN 13
                       VALUE "RECEIVE INTER-SITE TRANSFERS"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE  5 COLUMN  7       VALUE "SHIPPED FROM SITE:".
           05  SS-SITE-FILTER          PIC X(20) USING WK-SITE-FILTER
               LINE  5 COLUMN 27       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
           05  LINE  6 COLUMN 27       VALUE "(blank: all sites)".

       01  LINE-SCREEN.
           05  LINE  8 COLUMN  7       VALUE "FROM SITE:".
           05      PIC X(20) FROM WK-FROM-SITE
               LINE  8 COLUMN 27.
           05  LINE  9 COLUMN  7       VALUE "TRANSFER ORDER:".
           05      PIC 9(06) FROM WK-ORDER-NUMBER
               LINE  9 COLUMN 27.
           05  LINE  9 COLUMN 37       VALUE "SHIPPED:".
           05      PIC 9(08) FROM WK-SHIP-DATE
               LINE  9 COLUMN 46.
           05  LINE 10 COLUMN  7       VALUE "PART:".
           05      PIC 9(05) FROM WK-PART-NUMBER
               LINE 10 COLUMN 27.
           05      PIC X(20) FROM WK-PART-NAME
               LINE 10 COLUMN 34.
           05  LINE 11 COLUMN  7       VALUE "STILL TO RECEIVE:".
           05      PIC ZZZZZZ9 FROM WK-REMAINING
               LINE 11 COLUMN 27.
           05  LINE 12 COLUMN  7       VALUE "QUANTITY RECEIVED:".
           05  SS-QTY                  PIC 9(07) USING WK-QTY
               LINE 12 COLUMN 27       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
           05  LINE 13 COLUMN  7       VALUE "INTO LOCATION:".
           05  SS-LOCATION             PIC X(02) USING WK-LOCATION
               LINE 13 COLUMN 27       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
           05  LINE 14 COLUMN  7       VALUE "WRITE-OFF REASON:".
           05  SS-REASON               PIC X(01) USING WK-REASON
               LINE 14 COLUMN 27       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
           05  LINE 15 COLUMN  7
               VALUE "(C)onfirm, (S)kip, (W)rite off, (Q)uit site:".
           05  SS-LINE-ACTION          PIC X(01) USING WS-LINE-ACTION
               LINE 15 COLUMN 53       FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.

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
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR GREEN.
           05                          PIC X(40) FROM WS-DONE-MESSAGE
               LINE 19 COLUMN  7
               BACKGROUND-COLOR GREEN  FOREGROUND-COLOR WHITE.

       01  ERROR-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(40) FROM WS-ERROR-MESSAGE
               LINE 20 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-MESSAGE-SCREEN.
           05  LINE 19 BLANK LINE      BACKGROUND-COLOR BLUE.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-RECEIVE-TRANSFERS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "TRANSFER-RECEIVE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           ACCEPT  PG-CHECK-DATE   FROM DATE YYYYMMDD.
           CALL    "PERIOD-GUARD"  USING PERIOD-GUARD-PARAMETERS.
           IF  NOT PG-PERIOD-OPEN
               DISPLAY "TRANSFER RECEIVE: FISCAL PERIOD "
                       PG-PERIOD-ID " IS CLOSED - NO RECEIVING TODAY"
               STOP RUN
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "TRANSFER RECEIVE: RECEIPT LOG HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - TRY AGAIN LATER"
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-TRANSFER-RECEIVE.
           PERFORM 200-PROCEED-TRANSFER-RECEIVE UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-TRANSFER-RECEIVE.

           STOP RUN.

      ******************************************************************
      * Load the queue, take off what has already been confirmed, and
      * open the log and staging file to write to. An empty queue
      * means nothing has been shipped here.
      *-----------------------------------------------------------------
       200-INITIATE-TRANSFER-RECEIVE.
           MOVE    PG-CHECK-DATE   TO  WS-TODAY.
           PERFORM 300-LOAD-TRANSFER-QUEUE.
           IF  XT-COUNT = ZEROS
               DISPLAY "TRANSFER RECEIVE: NOTHING QUEUED ON "
                       "XFERIN.TXT, STATUS " XFERIN-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-APPLY-CONFIRMED-RECEIPTS.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT = "00"
               SET     INVENT-AVAILABLE    TO  TRUE
           END-IF.
           OPEN    INPUT   LOCMAST-FILE.
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  XFERRCV-FILE.
           IF  XFERRCV-FILE-STAT NOT = "00"
               OPEN    OUTPUT  XFERRCV-FILE
           END-IF.
           OPEN    EXTEND  STAGING-FILE-OUT.
           IF  STAGING-FILE-STAT NOT = "00"
               OPEN    OUTPUT  STAGING-FILE-OUT
           END-IF.
           SET     FILES-OPEN      TO  TRUE.
           MOVE    "Y"             TO  CONFIRM-SW.

      *-----------------------------------------------------------------
      * Take a shipping site and work down its open lines, in the
      * order they were shipped.
      *-----------------------------------------------------------------
       200-PROCEED-TRANSFER-RECEIVE.
           MOVE    SPACES  TO  WK-SITE-FILTER
                               WS-QUIT-SITE-SW.
           DISPLAY SITE-SCREEN.
           ACCEPT  SITE-SCREEN.
           PERFORM VARYING XT-IDX FROM 1 BY 1
                   UNTIL XT-IDX > XT-COUNT OR QUIT-SITE
               IF  (WK-SITE-FILTER = SPACES
                       OR XT-FROM-SITE(XT-IDX) = WK-SITE-FILTER)
                   AND XT-SHIPPED-QTY(XT-IDX)
                           > XT-CONFIRMED-QTY(XT-IDX)
                   PERFORM 300-OFFER-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
       200-TERMINATE-TRANSFER-RECEIVE.
           IF  FILES-OPEN
               CLOSE   XFERRCV-FILE
                       STAGING-FILE-OUT
               IF  INVENT-AVAILABLE
                   CLOSE   INVENT-FILE
               END-IF
               IF  LOCMAST-AVAILABLE
                   CLOSE   LOCMAST-FILE
               END-IF
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "TRANSFER RECEIVE FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  LINES OFFERED ............... " CT-LINES-OFFERED.
           DISPLAY "  LINES CONFIRMED ............. "
                   CT-LINES-CONFIRMED.
           DISPLAY "  OF WHICH SHORT .............. " CT-LINES-SHORT.
           DISPLAY "  LINES WRITTEN OFF ........... "
                   CT-LINES-WRITTEN-OFF.

      ******************************************************************
      * Hold the receipt log for the session under a single lock
      * entry, so a line is confirmed by one clerk at a time.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "XFERRCV"       TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * One table entry per shipping site, order and part. An order
      * carries one part, so a repeat can only be a second shipment
      * against the same order, and is added to the first.
      *-----------------------------------------------------------------
       300-LOAD-TRANSFER-QUEUE.
           OPEN    INPUT   XFERIN-FILE-IN.
           IF  XFERIN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    XFERIN-FILE-IN
                   AT END  MOVE "Y" TO XFERIN-EOF-SW
           END-READ.
           PERFORM UNTIL XFERIN-EOF-SW = "Y"
               PERFORM 400-FIND-TRANSFER-LINE
               IF  XT-IDX > XT-COUNT
                   IF  XT-COUNT < 2000
                       ADD     1               TO  XT-COUNT
                       SET     XT-IDX          TO  XT-COUNT
                       MOVE    XS-FROM-SITE    TO
                                   XT-FROM-SITE(XT-IDX)
                       MOVE    XS-ORDER-NUMBER TO
                                   XT-ORDER-NUMBER(XT-IDX)
                       MOVE    XS-PART-NUMBER  TO
                                   XT-PART-NUMBER(XT-IDX)
                       MOVE    XS-QTY          TO
                                   XT-SHIPPED-QTY(XT-IDX)
                       MOVE    ZEROS           TO
                                   XT-CONFIRMED-QTY(XT-IDX)
                       MOVE    XS-UNIT-COST    TO
                                   XT-UNIT-COST(XT-IDX)
                       MOVE    XS-SHIP-DATE    TO
                                   XT-SHIP-DATE(XT-IDX)
                   ELSE
                       DISPLAY "TRANSFER RECEIVE: QUEUE TABLE FULL, "
                               "ORDER " XS-ORDER-NUMBER " FROM "
                               XS-FROM-SITE " NOT LOADED"
                   END-IF
               ELSE
                   ADD     XS-QTY          TO  XT-SHIPPED-QTY(XT-IDX)
               END-IF
               READ    XFERIN-FILE-IN
                       AT END  MOVE "Y" TO XFERIN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   XFERIN-FILE-IN.

      *-----------------------------------------------------------------
      * Lines already confirmed or written off here come off what is
      * left to receive; the posted ("P"/"L") lines the nightly run
      * adds are the same quantities again and are passed over.
      *-----------------------------------------------------------------
       300-APPLY-CONFIRMED-RECEIPTS.
           OPEN    INPUT   XFERRCV-FILE.
           IF  XFERRCV-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    XFERRCV-FILE
                   AT END  MOVE "Y" TO XFERRCV-EOF-SW
           END-READ.
           PERFORM UNTIL XFERRCV-EOF-SW = "Y"
               IF  XR-CLOSES-LINE
                   MOVE    XR-FROM-SITE    TO  XS-FROM-SITE
                   MOVE    XR-ORDER-NUMBER TO  XS-ORDER-NUMBER
                   MOVE    XR-PART-NUMBER  TO  XS-PART-NUMBER
                   PERFORM 400-FIND-TRANSFER-LINE
                   IF  XT-IDX NOT > XT-COUNT
                       ADD     XR-QTY  TO  XT-CONFIRMED-QTY(XT-IDX)
                   END-IF
               END-IF
               READ    XFERRCV-FILE
                       AT END  MOVE "Y" TO XFERRCV-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   XFERRCV-FILE.

      *-----------------------------------------------------------------
      * Leaves XT-IDX on the entry for XS-FROM-SITE / order / part,
      * or one past the end when there is none.
      *-----------------------------------------------------------------
       400-FIND-TRANSFER-LINE.
           SET     XT-IDX          TO  1.
           SEARCH  XT-ENTRY
               AT END
                   SET     XT-IDX  TO  XT-COUNT
                   SET     XT-IDX  UP BY 1
               WHEN XT-FROM-SITE(XT-IDX) = XS-FROM-SITE
                    AND XT-ORDER-NUMBER(XT-IDX) = XS-ORDER-NUMBER
                    AND XT-PART-NUMBER(XT-IDX) = XS-PART-NUMBER
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           PERFORM UNTIL VALID-CONFIRMED
               DISPLAY CONFIRM-SCREEN
               ACCEPT  CONFIRM-SCREEN
           END-PERFORM.

      *-----------------------------------------------------------------
      * Put one open line up, offering the whole balance into
      * location "01", until the clerk confirms, skips or quits.
      *-----------------------------------------------------------------
       300-OFFER-ONE-LINE.
           ADD     1                   TO  CT-LINES-OFFERED.
           MOVE    XT-FROM-SITE(XT-IDX)    TO  WK-FROM-SITE.
           MOVE    XT-ORDER-NUMBER(XT-IDX) TO  WK-ORDER-NUMBER.
           MOVE    XT-PART-NUMBER(XT-IDX)  TO  WK-PART-NUMBER.
           MOVE    XT-SHIP-DATE(XT-IDX)    TO  WK-SHIP-DATE.
           MOVE    XT-UNIT-COST(XT-IDX)    TO  WK-UNIT-COST.
           SUBTRACT XT-CONFIRMED-QTY(XT-IDX) FROM XT-SHIPPED-QTY(XT-IDX)
                   GIVING WK-REMAINING.
           MOVE    WK-REMAINING        TO  WK-QTY.
           MOVE    "01"                TO  WK-LOCATION.
           MOVE    SPACES              TO  WK-PART-NAME
                                           WK-REASON.
           IF  INVENT-AVAILABLE
               MOVE    WK-PART-NUMBER  TO  PART-NUMBER-IN
               READ    INVENT-FILE
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO  WK-PART-NAME
                   NOT INVALID KEY
                       MOVE PART-NAME-IN          TO  WK-PART-NAME
               END-READ
           END-IF.
           MOVE    "N"                 TO  WS-LINE-DONE-SW.
           PERFORM UNTIL LINE-DONE
               MOVE    SPACES          TO  WS-LINE-ACTION
               DISPLAY LINE-SCREEN
               ACCEPT  LINE-SCREEN
               DISPLAY CLEAR-MESSAGE-SCREEN
               PERFORM 400-ACT-ON-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
       400-ACT-ON-LINE.
           MOVE    SPACES      TO  WS-ERROR-MESSAGE
                                   WS-DONE-MESSAGE.
           EVALUATE TRUE
               WHEN LINE-SKIP
                   SET     LINE-DONE   TO  TRUE
               WHEN LINE-QUIT
                   SET     LINE-DONE   TO  TRUE
                   SET     QUIT-SITE   TO  TRUE
               WHEN LINE-CONFIRM
                   PERFORM 400-CHECK-RECEIPT
                   IF  WS-ERROR-MESSAGE = SPACES
                       PERFORM 400-CONFIRM-RECEIPT
                       SET     LINE-DONE   TO  TRUE
                       DISPLAY DONE-SCREEN
                   ELSE
                       DISPLAY ERROR-SCREEN
                   END-IF
               WHEN LINE-WRITE-OFF
                   PERFORM 400-CHECK-WRITE-OFF
                   IF  WS-ERROR-MESSAGE = SPACES
                       PERFORM 400-WRITE-OFF-SHORTAGE
                       SET     LINE-DONE   TO  TRUE
                       DISPLAY DONE-SCREEN
                   ELSE
                       DISPLAY ERROR-SCREEN
                   END-IF
               WHEN OTHER
                   MOVE "KEY C, S, W OR Q" TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
           END-EVALUATE.

      *-----------------------------------------------------------------
      * The quantity must be some of what is still to come, the part
      * must be on our master, and the location a live one.
      *-----------------------------------------------------------------
       400-CHECK-RECEIPT.
           IF  WK-PART-NAME = "** NOT ON MASTER **"
               MOVE "PART NOT ON THIS SITE'S MASTER"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-QTY = ZEROS
               MOVE "QUANTITY RECEIVED IS REQUIRED"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-QTY > WK-REMAINING
               MOVE "MORE THAN IS STILL TO RECEIVE"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-CHECK-LOCATION.

      *-----------------------------------------------------------------
      * Writing goods off the books is held to supervisor level. The
      * quantity must be some of what is still to come, the part on
      * our master (the loss posts against it), and the reason an
      * active shrink reason.
      *-----------------------------------------------------------------
       400-CHECK-WRITE-OFF.
           IF  SG-AUTH-LEVEL < 3
               MOVE "WRITE-OFF NEEDS SUPERVISOR SIGN-ON"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-PART-NAME = "** NOT ON MASTER **"
               MOVE "PART NOT ON THIS SITE'S MASTER"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-QTY = ZEROS
               MOVE "QUANTITY TO WRITE OFF IS REQUIRED"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-QTY > WK-REMAINING
               MOVE "MORE THAN IS STILL TO RECEIVE"
                                           TO  WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-REASON       TO  RG-REASON-CODE.
           CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS.
           MOVE    RG-REASON-CODE  TO  WK-REASON.
           IF  NOT RG-REASON-VALID
               MOVE "WRITE-OFF NEEDS AN ACTIVE SHRINK REASON"
                                           TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * Spaces default to "01", and with no master built every code
      * passes, the same stance TRANS-ENTRY takes.
      *-----------------------------------------------------------------
       500-CHECK-LOCATION.
           IF  WK-LOCATION = SPACES
               MOVE    "01"            TO  WK-LOCATION
           END-IF.
           IF  NOT LOCMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    WK-LOCATION     TO  LOCM-ID.
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
      * Stage the "2" at the shipping site's cost and log the "C"
      * line, so what is left on the line drops at once.
      *-----------------------------------------------------------------
       400-CONFIRM-RECEIPT.
           MOVE    SPACES              TO  STAGING-RECORD-OUT.
           MOVE    WK-PART-NUMBER      TO  TR-PART-NUMBER.
           MOVE    "2"                 TO  TR-CODE.
           MOVE    WK-QTY              TO  TR-VALUE.
           MOVE    WK-LOCATION         TO  TR-LOCATION.
           MOVE    WK-UNIT-COST        TO  TR-RECEIPT-COST.
           MOVE    ZEROS               TO  TR-NEW-UNIT-PRICE
                                           TR-NEW-REORDER-PT
                                           TR-EXPIRY-DATE
                                           TR-FOREIGN-COST.
           MOVE    WK-FROM-SITE        TO  TR-XFER-SITE.
           MOVE    WK-ORDER-NUMBER     TO  TR-XFER-ORDER.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           WRITE   STAGING-RECORD-OUT.
           MOVE    SPACES              TO  TRANSFER-RECEIPT-RECORD.
           MOVE    WK-FROM-SITE        TO  XR-FROM-SITE.
           MOVE    WK-ORDER-NUMBER     TO  XR-ORDER-NUMBER.
           MOVE    WK-PART-NUMBER      TO  XR-PART-NUMBER.
           SET     XR-CONFIRMED        TO  TRUE.
           MOVE    WK-QTY              TO  XR-QTY.
           MOVE    WK-UNIT-COST        TO  XR-UNIT-COST.
           MOVE    WS-TODAY            TO  XR-DATE.
           MOVE    WK-LOCATION         TO  XR-LOCATION.
           MOVE    SG-OPERATOR-ID      TO  XR-OPERATOR-ID.
           WRITE   TRANSFER-RECEIPT-RECORD.
           ADD     WK-QTY              TO  XT-CONFIRMED-QTY(XT-IDX).
           ADD     1                   TO  CT-LINES-CONFIRMED.
           IF  WK-QTY < WK-REMAINING
               ADD     1               TO  CT-LINES-SHORT
           END-IF.
           STRING  "ORDER " WK-ORDER-NUMBER " RECEIVED"
                   DELIMITED BY SIZE
                   INTO WS-DONE-MESSAGE.

      *-----------------------------------------------------------------
      * Stage the "3" loss at the shipping site's cost and log the "W"
      * line, so the written-off quantity is no longer offered. The
      * loss touches no location here - the goods never arrived.
      *-----------------------------------------------------------------
       400-WRITE-OFF-SHORTAGE.
           MOVE    SPACES              TO  STAGING-RECORD-OUT.
           MOVE    WK-PART-NUMBER      TO  TR-PART-NUMBER.
           MOVE    "3"                 TO  TR-CODE.
           MOVE    WK-QTY              TO  TR-VALUE.
           MOVE    WK-UNIT-COST        TO  TR-RECEIPT-COST.
           MOVE    ZEROS               TO  TR-NEW-UNIT-PRICE
                                           TR-NEW-REORDER-PT
                                           TR-EXPIRY-DATE
                                           TR-FOREIGN-COST.
           MOVE    WK-FROM-SITE        TO  TR-XFER-SITE.
           MOVE    WK-ORDER-NUMBER     TO  TR-XFER-ORDER.
           MOVE    WK-REASON           TO  TR-REASON.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           WRITE   STAGING-RECORD-OUT.
           MOVE    SPACES              TO  TRANSFER-RECEIPT-RECORD.
           MOVE    WK-FROM-SITE        TO  XR-FROM-SITE.
           MOVE    WK-ORDER-NUMBER     TO  XR-ORDER-NUMBER.
           MOVE    WK-PART-NUMBER      TO  XR-PART-NUMBER.
           SET     XR-WRITE-OFF-KEYED  TO  TRUE.
           MOVE    WK-QTY              TO  XR-QTY.
           MOVE    WK-UNIT-COST        TO  XR-UNIT-COST.
           MOVE    WS-TODAY            TO  XR-DATE.
           MOVE    SG-OPERATOR-ID      TO  XR-OPERATOR-ID.
           MOVE    WK-REASON           TO  XR-REASON.
           WRITE   TRANSFER-RECEIPT-RECORD.
           ADD     WK-QTY              TO  XT-CONFIRMED-QTY(XT-IDX).
           ADD     1                   TO  CT-LINES-WRITTEN-OFF.
           STRING  "ORDER " WK-ORDER-NUMBER " WRITTEN OFF"
                   DELIMITED BY SIZE
                   INTO WS-DONE-MESSAGE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-XFERIN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "XFERIN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-XFERIN.
           MOVE    SPACES      TO  RC-FN-XFERRCV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "XFERRCV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-XFERRCV.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-LOCMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOCMAST" DELIMITED BY SIZE
                   INTO RC-FN-LOCMAST.
           MOVE    SPACES      TO  RC-FN-TRANSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANSTG.

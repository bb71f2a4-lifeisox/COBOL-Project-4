      ******************************************************************
      * This program is the dock's receiving against an advance ship
      *    notice, in place of keying every "R" off the packing slip.
      *    The receiver keys the ASN number off the paperwork and each
      *    line the supplier said was on the truck comes up with its
      *    PO, part, quantity shipped, lot and expiry. The receiver
      *    keys the quantity actually counted (the shipped quantity
      *    is offered) and the put-away location, and (C)onfirms the
      *    line - the "R" goes into the day's staging file with the
      *    lot, expiry and receipt cost already filled, for the
      *    nightly run to post like any keyed receipt. A line
      *    confirmed at zero came off nothing; it is recorded but
      *    stages nothing. (S)kipped lines stay expected. A line of a
      *    serialized part takes one serial per unit through the
      *    SERIAL-CAPTURE subprogram; a capture abandoned part-way
      *    leaves the line expected.
      *
      * Confirmed lines leave the expected-receipt file for the
      * confirmed-receipt log, where the ASN discrepancy report
      * compares what was shipped with what was counted. The
      * expected-receipt file is held (locked) for the session.
      *
      * Used File
      *    - Expected Receipts: ASNOPEN.TXT (rewritten)
      *    - Confirmed ASN Receipts: ASNRCV.TXT (extended)
      *    - Location Master File (Indexed Sequential): LOCMAST
      *    - Transaction Staging File: TRANSTG.TXT (extended)
      *    - Serial Staging File: SERSTG.TXT (through SERIAL-CAPTURE)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 ASN-RECEIVING.
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
           SELECT  ASNOPEN-FILE
                   ASSIGN DYNAMIC RC-FN-ASNOPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNOPEN-FILE-STAT.

           SELECT  ASNRCV-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-ASNRCV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNRCV-FILE-STAT.

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
      *    Same layout as ASNOPEN-RECORD in AsnImport.cbl.
       FD  ASNOPEN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ASNOPEN-RECORD.
       01  ASNOPEN-RECORD              PIC X(100).

      *    Same layout as ASNOPEN-RECORD in AsnImport.cbl, status "R".
       FD  ASNRCV-FILE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ASNRCV-RECORD-OUT.
       01  ASNRCV-RECORD-OUT           PIC X(100).

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

      *    Sign-on parameter block: receiving is entry-clerk work, as
      *    it is through TRANS-ENTRY.
       COPY "UserSignon.cpy".

      *    Closed-period guard block: a confirmed receipt posts in the
      *    next nightly run on today's date.
       COPY "PeriodGuard.cpy".

      *    Record-lock parameter block: the expected-receipt file is
      *    claimed for the session.
       COPY "RecordLock.cpy".

      *    Serial-capture parameter block: receipts of serialized
      *    parts are counted in one serial at a time.
       COPY "SerialCapture.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-ASNOPEN        PIC X(40).
           05  RC-FN-ASNRCV         PIC X(40).
           05  RC-FN-LOCMAST        PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  WS-ACTION           PIC X(01).
               88  VALID-ACTION    VALUE "C" "c" "S" "s" "Q" "q".
               88  ACTION-CONFIRM  VALUE "C" "c".
               88  ACTION-SKIP     VALUE "S" "s".
               88  ACTION-QUIT     VALUE "Q" "q".
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  RECEIVER-QUIT             VALUE "Y".
           05  ASNOPEN-EOF-SW      PIC X(01) VALUE "N".
           05  WS-CHANGED-SW       PIC X(01) VALUE "N".
               88  FILE-CHANGED              VALUE "Y".
           05  LOCMAST-AVAIL-SW    PIC X(01) VALUE "N".
               88  LOCMAST-AVAILABLE         VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

      *    Every expected receipt, loaded up front; confirmed ones
      *    drop off the rewrite.
       01  EXPECTED-RECEIPT-TABLE.
           05  AT-COUNT            PIC 9(04) VALUE ZEROS.
           05  AT-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON AT-COUNT
                                   INDEXED BY AT-IDX.
               10  AT-RECORD           PIC X(100).
               10  AT-RECORD-RED       REDEFINES AT-RECORD.
                   15  AT-ASN-NUMBER       PIC X(10).
                   15  AT-PO-NUMBER        PIC 9(06).
                   15  AT-PART-NUMBER      PIC 9(05).
                   15  AT-SUPPLIER-ID      PIC X(02).
                   15  AT-SHIPPED-QTY      PIC 9(07).
                   15  AT-LOT-NUMBER       PIC X(10).
                   15  AT-EXPIRY-DATE      PIC 9(08).
                   15  AT-UNIT-COST        PIC 9(04)V99.
                   15  AT-FOREIGN-COST     PIC 9(04)V99.
                   15  AT-CURRENCY         PIC X(03).
                   15  AT-IMPORT-DATE      PIC 9(08).
                   15  AT-STATUS           PIC X(01).
                   15  AT-RECEIVED-QTY     PIC 9(07).
                   15  AT-RECEIVED-DATE    PIC 9(08).
                   15  AT-LOCATION         PIC X(02).
                   15  AT-OPERATOR-ID      PIC X(08).
                   15  FILLER              PIC X(03).

      *    The ASN and line on the screen, and what the receiver
      *    keyed for it.
       01  CURRENT-LINE.
           05  WK-ASN-NUMBER       PIC X(10).
           05  WK-PO-NUMBER        PIC 9(06).
           05  WK-PART-NUMBER      PIC 9(05).
           05  WK-SUPPLIER-ID      PIC X(02).
           05  WK-SHIPPED-QTY      PIC 9(07).
           05  WK-LOT-NUMBER       PIC X(10).
           05  WK-EXPIRY-DATE      PIC 9(08).
           05  WK-RECEIVED-QTY     PIC 9(07).
           05  WK-LOCATION         PIC X(02).

       01  FILE-STATUS-AND-MISC.
           05  ASNOPEN-FILE-STAT   PIC X(02).
           05  ASNRCV-FILE-STAT    PIC X(02).
           05  LOCM-FILE-STAT      PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  WS-TODAY            PIC 9(08).
           05  CT-ASN-LINES        PIC 9(04).
           05  CT-CONFIRMED        PIC 9(05) VALUE ZEROS.
           05  CT-STAGED           PIC 9(05) VALUE ZEROS.

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have an ASN to receive?".
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
                           VALUE "RECEIVING AGAINST SHIP NOTICE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "     ASN NUMBER:".

           05  SCREEN-VALUES.
               10  SS-ASN-NUMBER       PIC X(10) TO    WK-ASN-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO.
               10  LINE 17 BLANK LINE.
               10  LINE 18 BLANK LINE.
               10  LINE 19 BLANK LINE.

       01  ASN-LINE-SCREEN.
           05  LINE  7 COLUMN  7       VALUE "PO / SUPPLIER:".
           05      PIC 9(06) FROM WK-PO-NUMBER
               LINE  7 COLUMN 25.
           05      PIC X(02) FROM WK-SUPPLIER-ID
               LINE  7 COLUMN 33.
           05  LINE  8 COLUMN  7       VALUE "PART NUMBER:".
           05      PIC 9(05) FROM WK-PART-NUMBER
               LINE  8 COLUMN 25.
           05  LINE  9 COLUMN  7       VALUE "QTY SHIPPED:".
           05      PIC ZZZZZZ9 FROM WK-SHIPPED-QTY
               LINE  9 COLUMN 25.
           05  LINE 10 COLUMN  7       VALUE "LOT NUMBER:".
           05      PIC X(10) FROM WK-LOT-NUMBER
               LINE 10 COLUMN 25.
           05  LINE 11 COLUMN  7       VALUE "EXPIRY DATE:".
           05      PIC 9(08) FROM WK-EXPIRY-DATE
               LINE 11 COLUMN 25.
           05  LINE 12 COLUMN  7       VALUE "QTY RECEIVED:".
           05  SS-RECEIVED-QTY     PIC 9(07) USING WK-RECEIVED-QTY
               LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO.
           05  LINE 13 COLUMN  7       VALUE "LOCATION:".
           05  SS-LOCATION         PIC X(02) USING WK-LOCATION
               LINE 13 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO.

       01  ACTION-SCREEN.
           05  LINE 15 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 15 COLUMN  7
                       VALUE "(C)onfirm (S)kip (Q)uit this ASN:"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-ACTION           PIC X(01) TO    WS-ACTION
               LINE 15 COLUMN 43   BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

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

       01  ERROR-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR RED.
           05                          PIC X(40) FROM WS-ERROR-MESSAGE
               LINE 20 COLUMN  7
               BACKGROUND-COLOR RED    FOREGROUND-COLOR YELLOW.

       01  CLEAR-ERROR-SCREEN.
           05  LINE 20 BLANK LINE      BACKGROUND-COLOR BLUE.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-RECEIVE-SHIP-NOTICES.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "ASN-RECEIVING"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           ACCEPT  PG-CHECK-DATE   FROM DATE YYYYMMDD.
           CALL    "PERIOD-GUARD"  USING PERIOD-GUARD-PARAMETERS.
           IF  NOT PG-PERIOD-OPEN
               DISPLAY "ASN RECEIVING: FISCAL PERIOD "
                       PG-PERIOD-ID " IS CLOSED - NO RECEIVING TODAY"
               STOP RUN
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "ASN RECEIVING: EXPECTED RECEIPTS HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - TRY AGAIN LATER"
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-ASN-RECEIVING.
           PERFORM 200-PROCEED-ASN-RECEIVING UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-ASN-RECEIVING.

           STOP RUN.

      ******************************************************************
      * Load the expected receipts and open the staging file and the
      * confirmed-receipt log for appending.
      *-----------------------------------------------------------------
       200-INITIATE-ASN-RECEIVING.
           MOVE    PG-CHECK-DATE   TO  WS-TODAY.
           PERFORM 300-LOAD-EXPECTED-TABLE.
           IF  AT-COUNT = ZEROS
               DISPLAY "ASN RECEIVING: NO SHIP NOTICES EXPECTED, "
                       "STATUS " ASNOPEN-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   LOCMAST-FILE.
           IF  LOCM-FILE-STAT = "00"
               SET     LOCMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  STAGING-FILE-OUT.
           IF  STAGING-FILE-STAT NOT = "00"
               OPEN    OUTPUT  STAGING-FILE-OUT
           END-IF.
           OPEN    EXTEND  ASNRCV-FILE-OUT.
           IF  ASNRCV-FILE-STAT NOT = "00"
               OPEN    OUTPUT  ASNRCV-FILE-OUT
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
      * Key the ASN and walk its still-expected lines.
      *-----------------------------------------------------------------
       200-PROCEED-ASN-RECEIVING.
           MOVE    SPACES  TO  WS-ERROR-MESSAGE.
           MOVE    "N"     TO  WS-QUIT-SW.
           MOVE    ZEROS   TO  CT-ASN-LINES.
           INITIALIZE CURRENT-LINE.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-ASN-NUMBER.
           PERFORM 300-RECEIVE-ONE-LINE
                   VARYING AT-IDX FROM 1 BY 1
                   UNTIL   AT-IDX > AT-COUNT
                       OR  RECEIVER-QUIT.
           IF  CT-ASN-LINES = ZEROS
               MOVE "NO EXPECTED LINES FOR THAT ASN"
                                           TO  WS-ERROR-MESSAGE
               DISPLAY ERROR-SCREEN
           ELSE
               DISPLAY CLEAR-ERROR-SCREEN
           END-IF.
           PERFORM 300-ASK-ANOTHER.

      *-----------------------------------------------------------------
      * Write the expected receipts back if any were confirmed, close
      * up and free the file.
      *-----------------------------------------------------------------
       200-TERMINATE-ASN-RECEIVING.
           IF  AT-COUNT > ZEROS
               CLOSE   STAGING-FILE-OUT
                       ASNRCV-FILE-OUT
               IF  LOCMAST-AVAILABLE
                   CLOSE   LOCMAST-FILE
               END-IF
           END-IF.
           IF  FILE-CHANGED
               PERFORM 300-REWRITE-EXPECTED-FILE
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "ASN RECEIVING FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  ASN LINES CONFIRMED ......... " CT-CONFIRMED.
           DISPLAY "  RECEIPTS STAGED ............. " CT-STAGED.

      ******************************************************************
      * Hold the expected-receipt file for the session under a single
      * lock entry, so a second receiver - or the import - is told
      * who has it instead of overwriting the confirmations.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "ASNOPEN"       TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-LOAD-EXPECTED-TABLE.
           OPEN    INPUT   ASNOPEN-FILE.
           IF  ASNOPEN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ASNOPEN-FILE
                   AT END  MOVE "Y" TO ASNOPEN-EOF-SW
           END-READ.
           PERFORM UNTIL ASNOPEN-EOF-SW = "Y"
               IF  AT-COUNT < 9999
                   ADD     1               TO  AT-COUNT
                   SET     AT-IDX          TO  AT-COUNT
                   MOVE    ASNOPEN-RECORD  TO  AT-RECORD(AT-IDX)
               END-IF
               READ    ASNOPEN-FILE
                       AT END  MOVE "Y" TO ASNOPEN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ASNOPEN-FILE.

      *-----------------------------------------------------------------
       300-ASK-ANOTHER.
           MOVE    SPACES  TO  CONFIRM-SW.
           PERFORM UNTIL VALID-CONFIRMED
               DISPLAY CONFIRM-SCREEN
               ACCEPT  CONFIRM-SCREEN
           END-PERFORM.

      *-----------------------------------------------------------------
      * One still-expected line of the keyed ASN: offer the shipped
      * quantity, take the count and location, and act on the
      * receiver's choice.
      *-----------------------------------------------------------------
       300-RECEIVE-ONE-LINE.
           IF  AT-ASN-NUMBER(AT-IDX) NOT = WK-ASN-NUMBER
                   OR  AT-STATUS(AT-IDX) NOT = "E"
               EXIT PARAGRAPH
           END-IF.
           ADD     1                       TO  CT-ASN-LINES.
           MOVE    AT-PO-NUMBER(AT-IDX)    TO  WK-PO-NUMBER.
           MOVE    AT-PART-NUMBER(AT-IDX)  TO  WK-PART-NUMBER.
           MOVE    AT-SUPPLIER-ID(AT-IDX)  TO  WK-SUPPLIER-ID.
           MOVE    AT-SHIPPED-QTY(AT-IDX)  TO  WK-SHIPPED-QTY
                                               WK-RECEIVED-QTY.
           MOVE    AT-LOT-NUMBER(AT-IDX)   TO  WK-LOT-NUMBER.
           MOVE    AT-EXPIRY-DATE(AT-IDX)  TO  WK-EXPIRY-DATE.
           MOVE    SPACES                  TO  WK-LOCATION.
           MOVE    SPACE                   TO  WS-ACTION.
           PERFORM 400-SHOW-AND-ASK UNTIL VALID-ACTION.
           EVALUATE TRUE
               WHEN ACTION-CONFIRM
                   PERFORM 400-CONFIRM-ASN-LINE
               WHEN ACTION-QUIT
                   SET     RECEIVER-QUIT   TO  TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A confirmation is only taken with a location the receipt can
      * be put away in.
      *-----------------------------------------------------------------
       400-SHOW-AND-ASK.
           DISPLAY OPENING-SCREEN.
           DISPLAY ASN-LINE-SCREEN.
           ACCEPT  ASN-LINE-SCREEN.
           DISPLAY ACTION-SCREEN.
           ACCEPT  ACTION-SCREEN.
           IF  ACTION-CONFIRM
               PERFORM 500-CHECK-LOCATION
               IF  WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY ERROR-SCREEN
                   MOVE    SPACE   TO  WS-ACTION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Spaces default to "01", and with no master built every code
      * passes, the same stance TRANS-ENTRY takes.
      *-----------------------------------------------------------------
       500-CHECK-LOCATION.
           MOVE    SPACES  TO  WS-ERROR-MESSAGE.
           IF  NOT LOCMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           IF  WK-LOCATION = SPACES
               MOVE    "01"            TO  LOCM-ID
           ELSE
               MOVE    WK-LOCATION     TO  LOCM-ID
           END-IF.
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
      * Stage the receipt (when anything came), and move the line to
      * the confirmed-receipt log with the dock's count.
      *-----------------------------------------------------------------
       400-CONFIRM-ASN-LINE.
           MOVE    SPACES              TO  SX-SERIAL-LINK.
           IF  WK-RECEIVED-QTY > ZEROS
               PERFORM 500-CAPTURE-ASN-SERIALS
               IF  SX-SERIALIZED AND SX-SERIAL-LINK = SPACES
                   MOVE "NO SERIALS CAPTURED - LINE LEFT EXPECTED"
                                       TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
                   EXIT PARAGRAPH
               END-IF
               PERFORM 500-STAGE-ASN-RECEIPT
           END-IF.
           MOVE    "R"                 TO  AT-STATUS(AT-IDX).
           MOVE    WK-RECEIVED-QTY     TO  AT-RECEIVED-QTY(AT-IDX).
           MOVE    WS-TODAY            TO  AT-RECEIVED-DATE(AT-IDX).
           MOVE    WK-LOCATION         TO  AT-LOCATION(AT-IDX).
           MOVE    SG-OPERATOR-ID      TO  AT-OPERATOR-ID(AT-IDX).
           MOVE    AT-RECORD(AT-IDX)   TO  ASNRCV-RECORD-OUT.
           WRITE   ASNRCV-RECORD-OUT.
           SET     FILE-CHANGED        TO  TRUE.
           ADD     1                   TO  CT-CONFIRMED.

      *-----------------------------------------------------------------
       500-CAPTURE-ASN-SERIALS.
           MOVE    "C"                 TO  SX-ACTION.
           MOVE    WK-PART-NUMBER      TO  SX-PART-NUMBER.
           MOVE    "R"                 TO  SX-CODE.
           MOVE    WK-RECEIVED-QTY     TO  SX-QUANTITY.
           MOVE    WK-LOCATION         TO  SX-LOCATION.
           MOVE    SG-OPERATOR-ID      TO  SX-OPERATOR-ID.
           CALL    "SERIAL-CAPTURE"    USING SERIAL-CAPTURE-PARAMETERS.

      *-----------------------------------------------------------------
       500-STAGE-ASN-RECEIPT.
           MOVE    SPACES                  TO  STAGING-RECORD-OUT.
           MOVE    WK-PART-NUMBER          TO  TR-PART-NUMBER.
           MOVE    "R"                     TO  TR-CODE.
           MOVE    WK-RECEIVED-QTY         TO  TR-VALUE.
           MOVE    WK-LOCATION             TO  TR-LOCATION.
           MOVE    AT-UNIT-COST(AT-IDX)    TO  TR-RECEIPT-COST.
           MOVE    ZEROS                   TO  TR-NEW-UNIT-PRICE
                                               TR-NEW-REORDER-PT.
           MOVE    WK-LOT-NUMBER           TO  TR-LOT-NUMBER.
           MOVE    WK-EXPIRY-DATE          TO  TR-EXPIRY-DATE.
           MOVE    SG-OPERATOR-ID          TO  TR-OPERATOR-ID.
           MOVE    AT-FOREIGN-COST(AT-IDX) TO  TR-FOREIGN-COST.
           MOVE    AT-CURRENCY(AT-IDX)     TO  TR-CURRENCY.
           MOVE    SX-SERIAL-LINK          TO  TR-SERIAL-LINK.
           WRITE   STAGING-RECORD-OUT.
           ADD     1                       TO  CT-STAGED.

      *-----------------------------------------------------------------
      * Rewrite the file with only the lines still expected.
      *-----------------------------------------------------------------
       300-REWRITE-EXPECTED-FILE.
           OPEN    OUTPUT  ASNOPEN-FILE.
           PERFORM VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > AT-COUNT
               IF  AT-STATUS(AT-IDX) = "E"
                   MOVE    AT-RECORD(AT-IDX)   TO  ASNOPEN-RECORD
                   WRITE   ASNOPEN-RECORD
               END-IF
           END-PERFORM.
           CLOSE   ASNOPEN-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-ASNOPEN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNOPEN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNOPEN.
           MOVE    SPACES      TO  RC-FN-ASNRCV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNRCV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNRCV.
           MOVE    SPACES      TO  RC-FN-LOCMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOCMAST" DELIMITED BY SIZE
                   INTO RC-FN-LOCMAST.
           MOVE    SPACES      TO  RC-FN-TRANSTG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "TRANSTG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-TRANSTG.

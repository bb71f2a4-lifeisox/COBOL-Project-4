      ******************************************************************
      * This program is to change an open purchase order USING a
      *    Screen Section, in place of purchasing editing OPENPO.TXT
      *    by hand when a supplier pushes a date or shorts a line.
      *
      * A PO keyed by number can have its expected-receipt date or
      * its ordered quantity changed, be (X) cancelled while nothing
      * has been received on it, or be (S) closed short - no more
      * coming against what has already arrived. Every change is
      * written to the PO change history with the operator, the old
      * and new values, and the reason given; the first date change
      * on a PO keeps its original expected date, which the overdue
      * and supplier-performance reports still show.
      *
      * A PO released against a blanket agreement gives any quantity
      * taken off it back to the agreement, and may only be raised
      * by what the agreement still has left.
      *
      * The open-PO file is held (locked) for the whole session, so
      * a second buyer cannot overwrite the first one's changes when
      * the file is written back at the end.
      *
      * Used File
      *    - Open Purchase Orders: OPENPO.TXT (rewritten)
      *    - PO Change History: POCHG.TXT (extended)
      *    - Agreement Release Log: BPAREL.TXT
      *    - Blanket Purchase Agreements (Indexed): BLANKET
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 PO-MAINTENANCE.
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
           SELECT  OPENPO-FILE
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  POCHG-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-POCHG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POCHG-FILE-STAT.

           SELECT  BPAREL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

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
      *    Same layout as OPENPO-RECORD in BatchUpdate.cbl.
       FD  OPENPO-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS OPENPO-RECORD.
       01  OPENPO-RECORD               PIC X(44).

      *    One record per change made to a PO, in the order made.
       FD  POCHG-FILE-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POCHG-RECORD-OUT.
       01  POCHG-RECORD-OUT.
           05  PC-PO-NUMBER        PIC 9(06).
           05  PC-CHANGE-DATE      PIC 9(08).
           05  PC-CHANGE-TIME      PIC 9(06).
           05  PC-OPERATOR-ID      PIC X(08).
      *    "D" expected date, "Q" ordered quantity, "X" cancelled,
      *    "S" closed short.
           05  PC-CHANGE-TYPE      PIC X(01).
           05  PC-OLD-EXPECTED-DATE PIC 9(08).
           05  PC-NEW-EXPECTED-DATE PIC 9(08).
           05  PC-OLD-ORDERED-QTY  PIC 9(07).
           05  PC-NEW-ORDERED-QTY  PIC 9(07).
           05  PC-OLD-STATUS       PIC X(01).
           05  PC-NEW-STATUS       PIC X(01).
           05  PC-REASON           PIC X(30).
           05  FILLER              PIC X(09).

      *    Same layout as BPAREL-RECORD-OUT in InventReport.cbl.
       FD  BPAREL-FILE-IN
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS BPAREL-RECORD-IN.
       01  BPAREL-RECORD-IN.
           05  BR-AGREEMENT-KEY    PIC X(15).
           05  BR-PO-NUMBER        PIC 9(06).
           05  BR-RELEASE-DATE     PIC 9(08).
           05  BR-QTY              PIC 9(07).
           05  BR-CONTRACT-PRICE   PIC 9(04)V99.

      *    Same layout as BLANKET-RECORD in BlanketUpdate.cbl.
       FD  BLANKET-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BLANKET-RECORD.
       01  BLANKET-RECORD.
           05  BPA-KEY             PIC X(15).
           05  BPA-END-DATE        PIC 9(08).
           05  BPA-COMMITTED-QTY   PIC 9(07).
           05  BPA-CONTRACT-PRICE  PIC 9(04)V99.
           05  BPA-RELEASED-QTY    PIC 9(07).
           05  BPA-STATUS          PIC X(01).
           05  FILLER              PIC X(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: changing what we have ordered is
      *    purchasing's call - held to maintenance level.
       COPY "UserSignon.cpy".

      *    Record-lock parameter block: the whole open-PO file is
      *    claimed for the session.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-POCHG          PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-BLANKET        PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  CONFIRM-SW          PIC X(01) VALUE SPACES.
               88  VALID-CONFIRMED           VALUE "Y" "y" "N" "n".
               88  CONFIRM-NO                VALUE "N" "n".
           05  WS-ACTION           PIC X(01).
               88  VALID-ACTION    VALUE "D" "d" "Q" "q" "X" "x"
                                         "S" "s".
               88  ACTION-DATE     VALUE "D" "d".
               88  ACTION-QTY      VALUE "Q" "q".
               88  ACTION-CANCEL   VALUE "X" "x".
               88  ACTION-SHORT    VALUE "S" "s".
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  BPAREL-EOF-SW       PIC X(01) VALUE "N".
           05  BLANKET-AVAIL-SW    PIC X(01) VALUE "N".
               88  BLANKET-AVAILABLE         VALUE "Y".
           05  WS-CHANGED-SW       PIC X(01) VALUE "N".
               88  FILE-CHANGED              VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

      *    Every PO on the file, loaded up front and written back
      *    whole when the session ends.
       01  OPEN-PO-TABLE.
           05  OP-COUNT            PIC 9(04) VALUE ZEROS.
           05  OP-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON OP-COUNT
                                   INDEXED BY OP-IDX.
               10  OP-RECORD           PIC X(44).
               10  OP-RECORD-RED       REDEFINES OP-RECORD.
                   15  OP-PO-NUMBER        PIC 9(06).
                   15  OP-STATUS           PIC X(01).
                   15  OP-PART-NUMBER      PIC 9(05).
                   15  OP-SUPPLIER-ID      PIC X(02).
                   15  OP-ORDER-DATE       PIC 9(08).
                   15  OP-EXPECTED-DATE    PIC 9(08).
                   15  OP-ORDERED-QTY      PIC 9(07).
                   15  OP-RECEIVED-QTY     PIC 9(07).

      *    Which POs were released against which agreement.
       01  RELEASE-TABLE.
           05  RL-COUNT            PIC 9(04) VALUE ZEROS.
           05  RL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON RL-COUNT
                                   INDEXED BY RL-IDX.
               10  RL-PO-NUMBER        PIC 9(06).
               10  RL-AGREEMENT-KEY    PIC X(15).

      *    The PO on the screen, and what the buyer keyed for it.
       01  CURRENT-PO.
           05  WK-PO-NUMBER        PIC 9(06).
           05  WK-STATUS           PIC X(01).
           05  WK-PART-NUMBER      PIC 9(05).
           05  WK-SUPPLIER-ID      PIC X(02).
           05  WK-ORDER-DATE       PIC 9(08).
           05  WK-EXPECTED-DATE    PIC 9(08).
           05  WK-ORDERED-QTY      PIC 9(07).
           05  WK-RECEIVED-QTY     PIC 9(07).
           05  WK-NEW-DATE         PIC 9(08).
           05  WK-NEW-QTY          PIC 9(07).
           05  WK-REASON           PIC X(30).
      *    The PO's expected date, quantity and status once the
      *    change is made.
           05  WK-RESULT-DATE      PIC 9(08).
           05  WK-RESULT-QTY       PIC 9(07).
           05  WK-NEW-STATUS       PIC X(01).
           05  WK-AGREEMENT-KEY    PIC X(15).

       01  FILE-STATUS-AND-MISC.
           05  OPENPO-FILE-STAT    PIC X(02).
           05  POCHG-FILE-STAT     PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  BLANKET-FILE-STAT   PIC X(02).
           05  WS-TODAY            PIC 9(08).
           05  WS-TIME-NOW         PIC 9(08).
      *    Change in the PO's still-to-come quantity, which is what
      *    a blanket release draws on its agreement.
           05  WS-OPEN-QTY-DELTA   PIC S9(08).
           05  WS-AGREEMENT-LEFT   PIC S9(08).
           05  CT-CHANGES          PIC 9(05) VALUE ZEROS.

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               VALUE "Do you have a PO to change?".
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
                           VALUE "PURCHASE ORDER MAINTENANCE"
                           BACKGROUND-COLOR BLACK
                           FOREGROUND-COLOR YELLOW.
               10  LINE  5 COLUMN  7   VALUE "      PO NUMBER:".

           05  SCREEN-VALUES.
               10  SS-PO-NUMBER        PIC 9(06) TO    WK-PO-NUMBER
                   LINE  5 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 17 BLANK LINE.
               10  LINE 18 BLANK LINE.
               10  LINE 19 BLANK LINE.

       01  PO-DETAIL-SCREEN.
           05  LINE  6 COLUMN  7       VALUE "PART / SUPPLIER:".
           05      PIC 9(05) FROM WK-PART-NUMBER
               LINE  6 COLUMN 25.
           05      PIC X(02) FROM WK-SUPPLIER-ID
               LINE  6 COLUMN 32.
           05  LINE  7 COLUMN  7       VALUE "   STATUS (O/P):".
           05      PIC X(01) FROM WK-STATUS
               LINE  7 COLUMN 25.
           05  LINE  8 COLUMN  7       VALUE "     ORDER DATE:".
           05      PIC 9(08) FROM WK-ORDER-DATE
               LINE  8 COLUMN 25.
           05  LINE  9 COLUMN  7       VALUE "  EXPECTED DATE:".
           05      PIC 9(08) FROM WK-EXPECTED-DATE
               LINE  9 COLUMN 25.
           05  LINE 10 COLUMN  7       VALUE "    ORDERED QTY:".
           05      PIC ZZZZZZ9 FROM WK-ORDERED-QTY
               LINE 10 COLUMN 25.
           05  LINE 11 COLUMN  7       VALUE "   RECEIVED QTY:".
           05      PIC ZZZZZZ9 FROM WK-RECEIVED-QTY
               LINE 11 COLUMN 25.
           05  LINE 12 COLUMN  7
                   VALUE "ACTION: (D)ate (Q)ty (X)cancel (S)hort close".
           05  LINE 13 COLUMN  7   VALUE "     NEW DATE:".
           05  LINE 14 COLUMN  7   VALUE "      NEW QTY:".
           05  LINE 15 COLUMN  7   VALUE "       REASON:".
           05  SS-ACTION           PIC X(01) TO    WS-ACTION
               LINE 12 COLUMN 55   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.
           05  SS-NEW-DATE         PIC 9(08) TO    WK-NEW-DATE
               LINE 13 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.
           05  SS-NEW-QTY          PIC 9(07) TO    WK-NEW-QTY
               LINE 14 COLUMN 25   FOREGROUND-COLOR YELLOW
                                   REVERSE-VIDEO AUTO.
           05  SS-REASON           PIC X(30) TO    WK-REASON
               LINE 15 COLUMN 25   FOREGROUND-COLOR YELLOW
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
       100-MAINTAIN-PURCHASE-ORDERS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "PO-MAINTENANCE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "PO MAINTENANCE: OPEN POS HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - TRY AGAIN LATER"
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-PO-MAINTENANCE.
           PERFORM 200-PROCEED-PO-MAINTENANCE UNTIL CONFIRM-NO.
           PERFORM 200-TERMINATE-PO-MAINTENANCE.

           STOP RUN.

      ******************************************************************
      * Load the open POs and which of them are blanket releases,
      * and open the history for appending. No OPENPO.TXT means no
      * PO has ever been cut - nothing to maintain.
      *-----------------------------------------------------------------
       200-INITIATE-PO-MAINTENANCE.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           INITIALIZE SWITCHES-AND-CONSTANTS.
           PERFORM 300-LOAD-OPEN-PO-TABLE.
           IF  OP-COUNT = ZEROS
               DISPLAY "PO MAINTENANCE: NO OPEN PURCHASE ORDERS, "
                       "STATUS " OPENPO-FILE-STAT
               MOVE    "N"     TO  CONFIRM-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-LOAD-RELEASE-TABLE.
           OPEN    I-O     BLANKET-FILE.
           IF  BLANKET-FILE-STAT = "00"
               SET     BLANKET-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  POCHG-FILE-OUT.
           IF  POCHG-FILE-STAT NOT = "00"
               OPEN    OUTPUT  POCHG-FILE-OUT
           END-IF.
           PERFORM 300-ASK-UPDATE.

      *-----------------------------------------------------------------
       200-PROCEED-PO-MAINTENANCE.
           PERFORM 300-ENTER-PO-NUMBER.
           IF  WS-ERROR-MESSAGE = SPACES
               PERFORM 300-ENTER-PO-CHANGE
               PERFORM 300-EDIT-PO-CHANGE
           END-IF.
           IF  WS-ERROR-MESSAGE = SPACES
               PERFORM 300-APPLY-PO-CHANGE
               DISPLAY CLEAR-ERROR-SCREEN
           ELSE
               DISPLAY ERROR-SCREEN
           END-IF.
           PERFORM 300-ASK-UPDATE.

      *-----------------------------------------------------------------
      * Write the POs back if anything changed, close up and free
      * the file.
      *-----------------------------------------------------------------
       200-TERMINATE-PO-MAINTENANCE.
           IF  OP-COUNT > ZEROS
               CLOSE   POCHG-FILE-OUT
               IF  BLANKET-AVAILABLE
                   CLOSE   BLANKET-FILE
               END-IF
           END-IF.
           IF  FILE-CHANGED
               PERFORM 300-REWRITE-OPEN-PO-FILE
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "PO MAINTENANCE FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  PO CHANGES MADE ............. " CT-CHANGES.

      ******************************************************************
      * Hold the open-PO file for the session under a single lock
      * entry, so a second buyer is told who has it instead of
      * overwriting their changes.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "OPENPO"        TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-LOAD-OPEN-PO-TABLE.
           OPEN    INPUT   OPENPO-FILE.
           IF  OPENPO-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    OPENPO-FILE
                   AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-READ.
           PERFORM UNTIL OPENPO-EOF-SW = "Y"
               IF  OP-COUNT < 9999
                   ADD     1               TO  OP-COUNT
                   SET     OP-IDX          TO  OP-COUNT
                   MOVE    OPENPO-RECORD   TO  OP-RECORD(OP-IDX)
               END-IF
               READ    OPENPO-FILE
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE.

      *-----------------------------------------------------------------
       300-LOAD-RELEASE-TABLE.
           OPEN    INPUT   BPAREL-FILE-IN.
           IF  BPAREL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    BPAREL-FILE-IN
                   AT END  MOVE "Y" TO BPAREL-EOF-SW
           END-READ.
           PERFORM UNTIL BPAREL-EOF-SW = "Y"
               IF  RL-COUNT < 9999
                   ADD     1                   TO  RL-COUNT
                   SET     RL-IDX              TO  RL-COUNT
                   MOVE    BR-PO-NUMBER        TO  RL-PO-NUMBER(RL-IDX)
                   MOVE    BR-AGREEMENT-KEY    TO
                           RL-AGREEMENT-KEY(RL-IDX)
               END-IF
               READ    BPAREL-FILE-IN
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-IN.

      *-----------------------------------------------------------------
       300-ASK-UPDATE.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT  CONFIRM-SCREEN.

      *-----------------------------------------------------------------
      * Key the PO and find it. A closed PO has nothing left to
      * change.
      *-----------------------------------------------------------------
       300-ENTER-PO-NUMBER.
           INITIALIZE CURRENT-PO.
           MOVE    SPACES  TO  WS-ERROR-MESSAGE WS-ACTION.
           DISPLAY OPENING-SCREEN.
           ACCEPT  SS-PO-NUMBER.
           SET     OP-IDX  TO  1.
           SEARCH  OP-ENTRY
               AT END
                   MOVE "PO NOT ON THE OPEN-PO FILE"
                                           TO  WS-ERROR-MESSAGE
               WHEN    OP-PO-NUMBER(OP-IDX) = WK-PO-NUMBER
                   CONTINUE
           END-SEARCH.
           IF  WS-ERROR-MESSAGE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE    OP-STATUS(OP-IDX)       TO  WK-STATUS.
           MOVE    OP-PART-NUMBER(OP-IDX)  TO  WK-PART-NUMBER.
           MOVE    OP-SUPPLIER-ID(OP-IDX)  TO  WK-SUPPLIER-ID.
           MOVE    OP-ORDER-DATE(OP-IDX)   TO  WK-ORDER-DATE.
           MOVE    OP-EXPECTED-DATE(OP-IDX) TO WK-EXPECTED-DATE.
           MOVE    OP-ORDERED-QTY(OP-IDX)  TO  WK-ORDERED-QTY.
           MOVE    OP-RECEIVED-QTY(OP-IDX) TO  WK-RECEIVED-QTY.
           IF  WK-STATUS = "C"
               MOVE "PO IS CLOSED - NOTHING TO CHANGE"
                                           TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
       300-ENTER-PO-CHANGE.
           DISPLAY PO-DETAIL-SCREEN.
           PERFORM 400-ACCEPT-ACTION UNTIL VALID-ACTION.
           EVALUATE TRUE
               WHEN ACTION-DATE
                   ACCEPT  SS-NEW-DATE
               WHEN ACTION-QTY
                   ACCEPT  SS-NEW-QTY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT  SS-REASON.

      *-----------------------------------------------------------------
       400-ACCEPT-ACTION.
           ACCEPT  SS-ACTION.

      *-----------------------------------------------------------------
      * Check the change makes sense and work out the PO's new
      * state: a quantity cut to what has already arrived closes
      * it. A blanket release may only be raised by what its
      * agreement still has left.
      *-----------------------------------------------------------------
       300-EDIT-PO-CHANGE.
           MOVE    WK-EXPECTED-DATE    TO  WK-RESULT-DATE.
           MOVE    WK-ORDERED-QTY      TO  WK-RESULT-QTY.
           MOVE    WK-STATUS           TO  WK-NEW-STATUS.
           MOVE    ZEROS               TO  WS-OPEN-QTY-DELTA.
           EVALUATE TRUE
               WHEN WK-REASON = SPACES
                   MOVE "A REASON MUST BE GIVEN"
                                           TO  WS-ERROR-MESSAGE
               WHEN ACTION-DATE
                   PERFORM 400-EDIT-DATE-CHANGE
               WHEN ACTION-QTY
                   PERFORM 400-EDIT-QTY-CHANGE
               WHEN ACTION-CANCEL
                   IF  WK-RECEIVED-QTY > ZEROS
                       MOVE "GOODS RECEIVED - CLOSE IT SHORT"
                                           TO  WS-ERROR-MESSAGE
                   ELSE
                       MOVE    ZEROS   TO  WK-RESULT-QTY
                       MOVE    "C"     TO  WK-NEW-STATUS
                       COMPUTE WS-OPEN-QTY-DELTA = ZERO - WK-ORDERED-QTY
                   END-IF
               WHEN ACTION-SHORT
                   IF  WK-RECEIVED-QTY = ZEROS
                       MOVE "NOTHING RECEIVED - CANCEL IT INSTEAD"
                                           TO  WS-ERROR-MESSAGE
                   ELSE
                       MOVE    "C"     TO  WK-NEW-STATUS
                       COMPUTE WS-OPEN-QTY-DELTA =
                               WK-RECEIVED-QTY - WK-ORDERED-QTY
                   END-IF
           END-EVALUATE.
           IF  WS-ERROR-MESSAGE = SPACES
               PERFORM 400-FIND-RELEASE
               IF  WK-AGREEMENT-KEY NOT = SPACES
                       AND WS-OPEN-QTY-DELTA > ZERO
                   PERFORM 400-CHECK-AGREEMENT-LEFT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       400-EDIT-DATE-CHANGE.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-NEW-DATE)
                       NOT = ZERO
                   MOVE "NEW DATE IS NOT A VALID DATE"
                                           TO  WS-ERROR-MESSAGE
               WHEN WK-NEW-DATE < WK-ORDER-DATE
                   MOVE "NEW DATE IS BEFORE THE ORDER DATE"
                                           TO  WS-ERROR-MESSAGE
               WHEN WK-NEW-DATE = WK-EXPECTED-DATE
                   MOVE "NEW DATE IS THE SAME AS THE OLD"
                                           TO  WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE    WK-NEW-DATE TO  WK-RESULT-DATE
           END-EVALUATE.

      *-----------------------------------------------------------------
       400-EDIT-QTY-CHANGE.
           EVALUATE TRUE
               WHEN WK-NEW-QTY < WK-RECEIVED-QTY
                   MOVE "NEW QTY IS BELOW THE QTY RECEIVED"
                                           TO  WS-ERROR-MESSAGE
               WHEN WK-NEW-QTY = WK-ORDERED-QTY
                   MOVE "NEW QTY IS THE SAME AS THE OLD"
                                           TO  WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE    WK-NEW-QTY  TO  WK-RESULT-QTY
                   COMPUTE WS-OPEN-QTY-DELTA =
                           WK-NEW-QTY - WK-ORDERED-QTY
                   EVALUATE TRUE
                       WHEN WK-NEW-QTY = WK-RECEIVED-QTY
                           MOVE    "C"     TO  WK-NEW-STATUS
                       WHEN WK-RECEIVED-QTY > ZEROS
                           MOVE    "P"     TO  WK-NEW-STATUS
                       WHEN OTHER
                           MOVE    "O"     TO  WK-NEW-STATUS
                   END-EVALUATE
           END-EVALUATE.

      *-----------------------------------------------------------------
       400-FIND-RELEASE.
           MOVE    SPACES  TO  WK-AGREEMENT-KEY.
           IF  RL-COUNT = ZEROS OR NOT BLANKET-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           SET     RL-IDX  TO  1.
           SEARCH  RL-ENTRY
               WHEN    RL-PO-NUMBER(RL-IDX) = WK-PO-NUMBER
                   MOVE    RL-AGREEMENT-KEY(RL-IDX)    TO
                           WK-AGREEMENT-KEY
           END-SEARCH.

      *-----------------------------------------------------------------
       400-CHECK-AGREEMENT-LEFT.
           MOVE    WK-AGREEMENT-KEY    TO  BPA-KEY.
           READ    BLANKET-FILE
               INVALID KEY
                   MOVE    SPACES      TO  WK-AGREEMENT-KEY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-AGREEMENT-LEFT =
                   BPA-COMMITTED-QTY - BPA-RELEASED-QTY.
           IF  WS-OPEN-QTY-DELTA > WS-AGREEMENT-LEFT
               MOVE "RAISE IS MORE THAN THE AGREEMENT HAS LEFT"
                                           TO  WS-ERROR-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * Log the change with its before and after values, update the
      * PO in the table, and settle the difference with the blanket
      * agreement the PO was released against, if any.
      *-----------------------------------------------------------------
       300-APPLY-PO-CHANGE.
           ACCEPT  WS-TIME-NOW         FROM TIME.
           MOVE    SPACES              TO  POCHG-RECORD-OUT.
           MOVE    WK-PO-NUMBER        TO  PC-PO-NUMBER.
           MOVE    WS-TODAY            TO  PC-CHANGE-DATE.
           MOVE    WS-TIME-NOW(1:6)    TO  PC-CHANGE-TIME.
           MOVE    SG-OPERATOR-ID      TO  PC-OPERATOR-ID.
           MOVE    FUNCTION UPPER-CASE(WS-ACTION)  TO  PC-CHANGE-TYPE.
           MOVE    WK-EXPECTED-DATE    TO  PC-OLD-EXPECTED-DATE.
           MOVE    WK-RESULT-DATE      TO  PC-NEW-EXPECTED-DATE.
           MOVE    WK-ORDERED-QTY      TO  PC-OLD-ORDERED-QTY.
           MOVE    WK-RESULT-QTY       TO  PC-NEW-ORDERED-QTY.
           MOVE    WK-STATUS           TO  PC-OLD-STATUS.
           MOVE    WK-NEW-STATUS       TO  PC-NEW-STATUS.
           MOVE    WK-REASON           TO  PC-REASON.
           WRITE   POCHG-RECORD-OUT.
           MOVE    WK-RESULT-DATE          TO  OP-EXPECTED-DATE(OP-IDX).
           MOVE    WK-RESULT-QTY           TO  OP-ORDERED-QTY(OP-IDX).
           MOVE    WK-NEW-STATUS           TO  OP-STATUS(OP-IDX).
           SET     FILE-CHANGED            TO  TRUE.
           ADD     1                       TO  CT-CHANGES.
           IF  WK-AGREEMENT-KEY NOT = SPACES
                   AND WS-OPEN-QTY-DELTA NOT = ZERO
               PERFORM 400-SETTLE-WITH-AGREEMENT
           END-IF.

      *-----------------------------------------------------------------
       400-SETTLE-WITH-AGREEMENT.
           MOVE    WK-AGREEMENT-KEY    TO  BPA-KEY.
           READ    BLANKET-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF  WS-OPEN-QTY-DELTA < ZERO
                   AND BPA-RELEASED-QTY + WS-OPEN-QTY-DELTA < ZERO
               MOVE    ZEROS   TO  BPA-RELEASED-QTY
           ELSE
               ADD     WS-OPEN-QTY-DELTA   TO  BPA-RELEASED-QTY
           END-IF.
           REWRITE BLANKET-RECORD
               INVALID KEY
                   MOVE "CAN'T UPDATE THE BLANKET AGREEMENT"
                                           TO  WS-ERROR-MESSAGE
                   DISPLAY ERROR-SCREEN
           END-REWRITE.

      *-----------------------------------------------------------------
       300-REWRITE-OPEN-PO-FILE.
           OPEN    OUTPUT  OPENPO-FILE.
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-COUNT
               MOVE    OP-RECORD(OP-IDX)   TO  OPENPO-RECORD
               WRITE   OPENPO-RECORD
           END-PERFORM.
           CLOSE   OPENPO-FILE.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-POCHG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "POCHG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-POCHG.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-BLANKET.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BLANKET" DELIMITED BY SIZE
                   INTO RC-FN-BLANKET.

      ******************************************************************
      * This program is the accounts-payable hold review: the queue
      * of supplier invoice lines INVOICE-ENTRY flagged at the
      * three-way match - NP, NR, QV, or PV - which AP-VOUCHER-RELEASE
      * will not release for payment on its own. Once the buyer has
      * sorted the discrepancy out with the supplier, AP looks at
      * each held line and (C)lears it for payment; the next voucher
      * run releases it like any clean line. A line not dealt with
      * stays held, and its match verdict stays on the file as keyed.
      *
      * Used File
      *    - Supplier Invoice File: SUPINV.TXT (rewritten, under the
      *      SUPINV record lock)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 AP-HOLD-REVIEW.
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
           SELECT  SUPINV-FILE
                   ASSIGN DYNAMIC RC-FN-SUPINV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUPINV-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SUPINV-RECORD in InvoiceEntry.cbl.
       FD  SUPINV-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SUPINV-RECORD.
       01  SUPINV-RECORD               PIC X(48).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Sign-on parameter block: clearing a held invoice for
      *    payment overrides the match - held to maintenance level.
       COPY "UserSignon.cpy".

      *    Record-lock parameter block: the invoice file is claimed
      *    for the session, since it is written back whole.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SUPINV         PIC X(40).

       01  SWITCHES-AND-CONSTANTS.
           05  SUPINV-EOF-SW       PIC X(01).
           05  WS-ACTION           PIC X(01).
               88  VALID-ACTION    VALUE "C" "c" "S" "s" "Q" "q".
               88  ACTION-CLEAR    VALUE "C" "c".
               88  ACTION-SKIP     VALUE "S" "s".
               88  ACTION-QUIT     VALUE "Q" "q".
           05  WS-QUIT-SW          PIC X(01) VALUE "N".
               88  REVIEWER-QUIT             VALUE "Y".

       01  SCREEN-COLORS.
           05  BLACK               PIC S9(4) COMP-5 VALUE 0.
           05  BLUE                PIC S9(4) COMP-5 VALUE 1.
           05  GREEN               PIC S9(4) COMP-5 VALUE 2.
           05  CYAN                PIC S9(4) COMP-5 VALUE 3.
           05  RED                 PIC S9(4) COMP-5 VALUE 4.
           05  MAGENTA             PIC S9(4) COMP-5 VALUE 5.
           05  YELLOW              PIC S9(4) COMP-5 VALUE 6.
           05  WHITE               PIC S9(4) COMP-5 VALUE 7.

      *    The held invoice line currently on the screen.
       01  CURRENT-INVOICE-LINE.
           05  WK-INVOICE-NO       PIC X(10).
           05  WK-SUPPLIER-ID      PIC X(02).
           05  WK-INVOICE-DATE     PIC 9(08).
           05  WK-PO-NUMBER        PIC 9(06).
           05  WK-PART-NUMBER      PIC 9(05).
           05  WK-QTY              PIC 9(07).
           05  WK-UNIT-PRICE       PIC 9(04)V99.
           05  WK-MATCH-STATUS     PIC X(02).
           05  WK-MATCH-DESC       PIC X(30).

      *    Every invoice line on file, loaded up front and written
      *    back whole - clean and already-released lines untouched.
       01  INVOICE-LINE-TABLE.
           05  IL-COUNT            PIC 9(04) VALUE ZEROS.
           05  IL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON IL-COUNT
                                   INDEXED BY IL-IDX.
               10  IL-RECORD           PIC X(48).
               10  IL-RECORD-RED       REDEFINES IL-RECORD.
                   15  IL-INVOICE-NO       PIC X(10).
                   15  IL-SUPPLIER-ID      PIC X(02).
                   15  IL-INVOICE-DATE     PIC 9(08).
                   15  IL-PO-NUMBER        PIC 9(06).
                   15  IL-PART-NUMBER      PIC 9(05).
                   15  IL-QTY              PIC 9(07).
                   15  IL-UNIT-PRICE       PIC 9(04)V99.
                   15  IL-MATCH-STATUS     PIC X(02).
                   15  IL-AP-STATUS        PIC X(01).
                   15  FILLER              PIC X(01).

       01  FILE-STATUS-AND-MISC.
           05  SUPINV-FILE-STAT    PIC X(02).
           05  CT-CLEARED          PIC 9(05) VALUE ZEROS.
           05  CT-STILL-HELD       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN                      SECTION.
      *-----------------------------------------------------------------
       01  HOLD-SCREEN.
           05  BLANK SCREEN
               BACKGROUND-COLOR BLUE   FOREGROUND-COLOR WHITE.
           05  LINE  1 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  3 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE  2 COLUMN 11
                       VALUE "HELD SUPPLIER INVOICE REVIEW"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  LINE  5 COLUMN  7       VALUE "INVOICE NUMBER:".
           05      PIC X(10) FROM WK-INVOICE-NO
               LINE  5 COLUMN 25.
           05  LINE  6 COLUMN  7       VALUE "SUPPLIER:".
           05      PIC X(02) FROM WK-SUPPLIER-ID
               LINE  6 COLUMN 25.
           05  LINE  7 COLUMN  7       VALUE "INVOICE DATE:".
           05      PIC 9(08) FROM WK-INVOICE-DATE
               LINE  7 COLUMN 25.
           05  LINE  8 COLUMN  7       VALUE "PO NUMBER:".
           05      PIC 9(06) FROM WK-PO-NUMBER
               LINE  8 COLUMN 25.
           05  LINE  9 COLUMN  7       VALUE "PART NUMBER:".
           05      PIC 9(05) FROM WK-PART-NUMBER
               LINE  9 COLUMN 25.
           05  LINE 10 COLUMN  7       VALUE "QUANTITY:".
           05      PIC 9(07) FROM WK-QTY
               LINE 10 COLUMN 25.
           05  LINE 11 COLUMN  7       VALUE "UNIT PRICE:".
           05      PIC ZZZ9.99 FROM WK-UNIT-PRICE
               LINE 11 COLUMN 25.
           05  LINE 12 COLUMN  7       VALUE "MATCH VERDICT:".
           05      PIC X(02) FROM WK-MATCH-STATUS
               LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW.
           05      PIC X(30) FROM WK-MATCH-DESC
               LINE 12 COLUMN 29   FOREGROUND-COLOR YELLOW.

       01  ACTION-SCREEN.
           05  LINE 14 BLANK LINE      BACKGROUND-COLOR BLACK.
           05  LINE 14 COLUMN  7
                   VALUE "(C)lear for payment (S)kip (Q)uit:"
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.
           05  SS-ACTION           PIC X(01) TO    WS-ACTION
               LINE 14 COLUMN 43   BLINK AUTO
               BACKGROUND-COLOR BLACK  FOREGROUND-COLOR YELLOW.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-REVIEW-HELD-INVOICES.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "AP-HOLD-REVIEW"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "AP HOLD REVIEW: SUPPLIER INVOICES HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - TRY AGAIN LATER"
               STOP RUN
           END-IF.
           PERFORM 200-LOAD-INVOICE-TABLE.
           IF  IL-COUNT = ZEROS
               DISPLAY "AP HOLD REVIEW: NO SUPPLIER INVOICES ON FILE"
           ELSE
               PERFORM 200-REVIEW-ONE-LINE
                       VARYING IL-IDX FROM 1 BY 1
                       UNTIL   IL-IDX > IL-COUNT
                           OR  REVIEWER-QUIT
               IF  CT-CLEARED > ZEROS
                   PERFORM 200-REWRITE-SUPINV-FILE
               END-IF
               PERFORM 200-COUNT-STILL-HELD
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "AP HOLD REVIEW FINISHED!!! " WITH ERASE EOS.
           DISPLAY "  CLEARED FOR PAYMENT ......... " CT-CLEARED.
           DISPLAY "  STILL HELD .................. " CT-STILL-HELD.

           STOP RUN.

      ******************************************************************
       200-LOAD-INVOICE-TABLE.
           OPEN    INPUT   SUPINV-FILE.
           IF  SUPINV-FILE-STAT = "00"
               MOVE    "N"     TO  SUPINV-EOF-SW
               READ    SUPINV-FILE
                       AT END  MOVE "Y" TO SUPINV-EOF-SW
               END-READ
               PERFORM UNTIL SUPINV-EOF-SW = "Y"
                   IF  IL-COUNT < 9999
                       ADD     1               TO  IL-COUNT
                       SET     IL-IDX          TO  IL-COUNT
                       MOVE    SUPINV-RECORD   TO  IL-RECORD(IL-IDX)
                   ELSE
                       DISPLAY "AP HOLD REVIEW: SUPINV.TXT OVER 9999 "
                               "LINES - FILE LEFT UNCHANGED"
                       MOVE    ZEROS           TO  IL-COUNT
                       MOVE    "Y"             TO  SUPINV-EOF-SW
                   END-IF
                   IF  SUPINV-EOF-SW NOT = "Y"
                       READ    SUPINV-FILE
                               AT END  MOVE "Y" TO SUPINV-EOF-SW
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE   SUPINV-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Only a flagged line still waiting on AP comes up: clean
      * lines release on their own, and cleared or released lines
      * have been dealt with.
      *-----------------------------------------------------------------
       200-REVIEW-ONE-LINE.
           IF  IL-MATCH-STATUS(IL-IDX) = "OK"
                   OR IL-AP-STATUS(IL-IDX) NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE    IL-INVOICE-NO(IL-IDX)   TO  WK-INVOICE-NO.
           MOVE    IL-SUPPLIER-ID(IL-IDX)  TO  WK-SUPPLIER-ID.
           MOVE    IL-INVOICE-DATE(IL-IDX) TO  WK-INVOICE-DATE.
           MOVE    IL-PO-NUMBER(IL-IDX)    TO  WK-PO-NUMBER.
           MOVE    IL-PART-NUMBER(IL-IDX)  TO  WK-PART-NUMBER.
           MOVE    IL-QTY(IL-IDX)          TO  WK-QTY.
           MOVE    IL-UNIT-PRICE(IL-IDX)   TO  WK-UNIT-PRICE.
           MOVE    IL-MATCH-STATUS(IL-IDX) TO  WK-MATCH-STATUS.
           EVALUATE WK-MATCH-STATUS
               WHEN "NP"
                   MOVE "NO MATCHING PO LINE"      TO  WK-MATCH-DESC
               WHEN "NR"
                   MOVE "NO RECEIPT ON HISTORY"    TO  WK-MATCH-DESC
               WHEN "QV"
                   MOVE "INVOICED BEYOND RECEIVED" TO  WK-MATCH-DESC
               WHEN "PV"
                   MOVE "PRICE OFF THE QUOTE"      TO  WK-MATCH-DESC
               WHEN OTHER
                   MOVE "UNRECOGNISED VERDICT"     TO  WK-MATCH-DESC
           END-EVALUATE.
           MOVE    SPACE   TO  WS-ACTION.
           PERFORM 300-SHOW-AND-ASK UNTIL VALID-ACTION.
           EVALUATE TRUE
               WHEN ACTION-CLEAR
                   MOVE    "C"     TO  IL-AP-STATUS(IL-IDX)
                   ADD     1       TO  CT-CLEARED
               WHEN ACTION-QUIT
                   SET     REVIEWER-QUIT   TO  TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       300-SHOW-AND-ASK.
           DISPLAY HOLD-SCREEN.
           DISPLAY ACTION-SCREEN.
           ACCEPT  ACTION-SCREEN.

      *-----------------------------------------------------------------
      * Write every line back, cleared ones now carrying "C".
      *-----------------------------------------------------------------
       200-REWRITE-SUPINV-FILE.
           OPEN    OUTPUT  SUPINV-FILE.
           PERFORM VARYING IL-IDX FROM 1 BY 1 UNTIL IL-IDX > IL-COUNT
               MOVE    IL-RECORD(IL-IDX)   TO  SUPINV-RECORD
               WRITE   SUPINV-RECORD
           END-PERFORM.
           CLOSE   SUPINV-FILE.

      *-----------------------------------------------------------------
       200-COUNT-STILL-HELD.
           PERFORM VARYING IL-IDX FROM 1 BY 1 UNTIL IL-IDX > IL-COUNT
               IF  IL-MATCH-STATUS(IL-IDX) NOT = "OK"
                       AND IL-AP-STATUS(IL-IDX) = SPACE
                   ADD     1       TO  CT-STILL-HELD
               END-IF
           END-PERFORM.

      ******************************************************************
      * Hold the invoice file for the session under a single lock
      * entry, so an invoice keyed on INVOICE-ENTRY - or a voucher
      * run - cannot land between the load and the write-back and be
      * lost when the file is rewritten.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SUPINV"        TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    SG-OPERATOR-ID  TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SUPINV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPINV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SUPINV.

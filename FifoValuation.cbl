      ******************************************************************
      * This program is the month-end FIFO valuation: it values every
      * part's owned stock on a first-in, first-out basis from the
      * open cost layers BATCH-UPDATE keeps (COSTLAYR.TXT), takes the
      * period's FIFO cost of goods sold from the issue costing it
      * records (FIFOHIST.TXT), and sets both beside the weighted-
      * average figures the ledger carries, with the difference, by
      * part and by ABC class.
      *
      * Owned stock is valued from the newest layers back - what is
      * left on hand under FIFO is what came in last. Owned stock no
      * layer covers came on before the layers were kept and is
      * valued at the weighted average, so it shows no difference.
      * Layers holding more than the part's owned stock (a movement
      * posted outside the nightly run, which keeps no layers) are
      * flagged. The period is everything dated after the prior
      * PERIOD-CLOSE, so the valuation runs before the close that
      * rolls the period on.
      *
      * Used File
      *    - FIFO Cost Layer File: COSTLAYR.TXT
      *    - FIFO Issue Costing History: FIFOHIST.TXT
      *    - Period Balance Snapshot: PERIODBAL.TXT (absent before
      *      the first close - every retained issue then counts)
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Consignment Agreement File (Indexed): CONSIGN (optional)
      *    - ABC Class Extract: ABCCLASS.TXT
      *    - FIFO Valuation Report: FIFOVAL.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 FIFO-VALUATION.
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
           SELECT  COSTLAYR-FILE-IN
                   ASSIGN DYNAMIC RC-FN-COSTLAYR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COSTLAYR-FILE-STATUS.

           SELECT  FIFOHIST-FILE-IN
                   ASSIGN DYNAMIC RC-FN-FIFOHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FIFOHIST-FILE-STATUS.

           SELECT  PERIODBAL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PERIODBAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PERIODBAL-STATUS.

           SELECT  INVENT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STATUS.

           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STATUS.

           SELECT  ABCCLASS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ABCCLASS-FILE-STATUS.

           SELECT  FIFOVAL-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-FIFOVAL
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as COSTLAYR-RECORD in BatchUpdate.cbl.
       FD  COSTLAYR-FILE-IN
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS COSTLAYR-RECORD-IN.
       01  COSTLAYR-RECORD-IN.
           05  LY-PART-NUMBER-IN   PIC 9(05).
           05  LY-OPEN-DATE-IN     PIC 9(08).
           05  LY-SOURCE-CODE-IN   PIC X(01).
           05  LY-QTY-OPENED-IN    PIC 9(07).
           05  LY-QTY-REMAINING-IN PIC 9(07).
           05  LY-UNIT-COST-IN     PIC 9(04)V99.
           05  FILLER              PIC X(06).

      *    Same layout as FIFOHIST-RECORD-OUT in BatchUpdate.cbl.
       FD  FIFOHIST-FILE-IN
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS FIFOHIST-RECORD-IN.
       01  FIFOHIST-RECORD-IN.
           05  FH-DATE-IN          PIC 9(08).
           05  FH-PART-NUMBER-IN   PIC 9(05).
           05  FH-CODE-IN          PIC X(01).
           05  FH-QTY-IN           PIC 9(07).
           05  FH-UNLAYERED-QTY-IN PIC 9(07).
           05  FH-FIFO-COST-IN     PIC 9(09)V99.
           05  FH-WA-COST-IN       PIC 9(09)V99.

      *    Same layout as PERIODBAL-RECORD in PeriodClose.cbl - only
      *    the close date is wanted here.
       FD  PERIODBAL-FILE-IN
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PERIODBAL-RECORD-IN.
       01  PERIODBAL-RECORD-IN.
           05  PB-CLOSE-DATE-IN    PIC 9(08).
           05  FILLER              PIC X(25).

       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS ABCCLASS-RECORD-IN.
       01  ABCCLASS-RECORD-IN.
           05  ABC-PART-NUMBER-IN  PIC 9(05).
           05  ABC-CLASS-IN        PIC X(01).

       FD  FIFOVAL-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FIFOVAL-OUT.
       01  FIFOVAL-OUT                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-COSTLAYR       PIC X(40).
           05  RC-FN-FIFOHIST       PIC X(40).
           05  RC-FN-PERIODBAL      PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-FIFOVAL        PIC X(40).

      *    The title line of the FIFO valuation report.
       01  FIFOVAL-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(41)
               VALUE "FIFO INVENTORY VALUE AND COST OF SALES at".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TITLE-DATE-O        PIC 9(08).
           05  FILLER              PIC X(22)
               VALUE "  (PERIOD AFTER CLOSE ".
           05  TITLE-PRIOR-DATE-O  PIC 9(08).
           05  FILLER              PIC X(01) VALUE ")".

      *    The column header of the part section.
       01  FIFOVAL-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PART NO".
           05  FILLER              PIC X(04) VALUE "CLS".
           05  FILLER              PIC X(07) VALUE "  OWNED".
           05  FILLER              PIC X(16) VALUE "      FIFO VALUE".
           05  FILLER              PIC X(16) VALUE "        WA VALUE".
           05  FILLER              PIC X(16) VALUE "      VALUE DIFF".
           05  FILLER              PIC X(16) VALUE "       FIFO COGS".
           05  FILLER              PIC X(16) VALUE "         WA COGS".
           05  FILLER              PIC X(16) VALUE "       COGS DIFF".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "REMARK".

      *    One part's valuation line.
       01  FIFOVAL-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FV-PART-O           PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FV-CLASS-O          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-OWNED-O          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-FIFO-VALUE-O     PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-WA-VALUE-O       PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-VALUE-DIFF-O     PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-FIFO-COGS-O      PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-WA-COGS-O        PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-COGS-DIFF-O      PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FV-REMARK-O         PIC X(12).

      *    One rollup line - per ABC class, then the other issues and
      *    the grand total - laid out under the part columns.
       01  ROLLUP-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RU-GROUP-NAME-O     PIC X(18).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-FIFO-VALUE-O     PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-WA-VALUE-O       PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-VALUE-DIFF-O     PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-FIFO-COGS-O      PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-WA-COGS-O        PIC ---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RU-COGS-DIFF-O      PIC ---,---,--9.99.

      *    This record is for printing the footers of the report.
       01  FIFOVAL-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(32).
           05  FOOTER-COUNTER      PIC ZZZZZZ9.

      *    The open cost layers in file order - oldest first.
       01  LAYER-TABLE.
           05  LY-COUNT            PIC 9(04) VALUE ZEROS.
           05  LY-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON LY-COUNT
                                   INDEXED BY LY-IDX.
               10  LYT-PART-NUMBER     PIC 9(05).
               10  LYT-QTY-REMAINING   PIC 9(07).
               10  LYT-UNIT-COST       PIC 9(04)V99.
               10  LYT-MATCHED-SW      PIC X(01).
                   88  LYT-MATCHED             VALUE "Y".

      *    The period's issue costing per part: sales are the cost of
      *    goods sold; every other valued issue (returns to supplier,
      *    count shortages, kit component issues and take-offs) is
      *    carried separately so the stock value still rolls.
       01  ISSUE-TABLE.
           05  IS-COUNT            PIC 9(04) VALUE ZEROS.
           05  IS-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON IS-COUNT
                                   INDEXED BY IS-IDX.
               10  IST-PART-NUMBER     PIC 9(05).
               10  IST-FIFO-COGS       PIC 9(11)V99.
               10  IST-WA-COGS         PIC 9(11)V99.
               10  IST-FIFO-OTHER      PIC 9(11)V99.
               10  IST-WA-OTHER        PIC 9(11)V99.
               10  IST-MATCHED-SW      PIC X(01).
                   88  IST-MATCHED             VALUE "Y".

      *    ABC class per part, loaded from the extract.
       01  PART-CLASS-TABLE.
           05  PC-COUNT            PIC 9(04) VALUE ZEROS.
           05  PC-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON PC-COUNT
                                   INDEXED BY PC-IDX.
               10  PC-PART-NUMBER      PIC 9(05).
               10  PC-CLASS            PIC X(01).

      *    Value and cost of sales rolled up by class, the fourth
      *    entry holding the grand total.
       01  CLASS-ROLLUP-TABLE.
           05  CR-ENTRY            OCCURS 4 TIMES INDEXED BY CR-IDX.
               10  CR-CLASS            PIC X(01).
               10  CR-FIFO-VALUE       PIC S9(11)V99.
               10  CR-WA-VALUE         PIC S9(11)V99.
               10  CR-FIFO-COGS        PIC S9(11)V99.
               10  CR-WA-COGS          PIC S9(11)V99.

       01  SWITCHES-AND-COUNTERS.
           05  COSTLAYR-EOF-SW     PIC X(01) VALUE "N".
           05  FIFOHIST-EOF-SW     PIC X(01) VALUE "N".
           05  PB-EOF-SW           PIC X(01) VALUE "N".
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  CONSIGN-EOF-SW      PIC X(01).
           05  ABC-EOF-SW          PIC X(01) VALUE "N".
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  CT-PARTS-VALUED     PIC 9(07) VALUE ZEROS.
           05  CT-PARTS-LAYERED    PIC 9(07) VALUE ZEROS.
           05  CT-LAYER-EXCESS     PIC 9(07) VALUE ZEROS.
           05  CT-ISSUES-READ      PIC 9(07) VALUE ZEROS.
           05  CT-ISSUES-DROPPED   PIC 9(07) VALUE ZEROS.
           05  CT-LAYERS-ORPHANED  PIC 9(07) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  COSTLAYR-FILE-STATUS PIC X(02).
           05  FIFOHIST-FILE-STATUS PIC X(02).
           05  PERIODBAL-STATUS    PIC X(02).
           05  INVENT-FILE-STATUS  PIC X(02).
           05  CONSIGN-FILE-STATUS PIC X(02).
           05  ABCCLASS-FILE-STATUS PIC X(02).

      *    A missing INVENT6 leaves nothing to value - flagged so the
      *    run ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-PRIOR-CLOSE-DATE PIC 9(08) VALUE ZEROS.
           05  WS-PART-CLASS       PIC X(01).
           05  WS-CLASS-PART       PIC 9(05).
           05  WS-LY-SUB           PIC 9(04).
           05  WS-CONSIGNED-QTY    PIC 9(07).
           05  WS-OWNED-QTY        PIC 9(07).
           05  WS-OWNED-LEFT       PIC 9(07).
           05  WS-LAYER-TAKE       PIC 9(07).
           05  WS-LAYER-QTY-HELD   PIC 9(09).
           05  WS-FIFO-VALUE       PIC S9(11)V99.
           05  WS-WA-VALUE         PIC S9(11)V99.
           05  WS-FIFO-COGS        PIC S9(11)V99.
           05  WS-WA-COGS          PIC S9(11)V99.
           05  WS-FIFO-OTHER       PIC S9(11)V99 VALUE ZEROS.
           05  WS-WA-OTHER         PIC S9(11)V99 VALUE ZEROS.
           05  WS-REMARK           PIC X(12).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-VALUE-STOCK-ON-FIFO.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-FIND-PERIOD-START.
           PERFORM 200-LOAD-COST-LAYERS.
           PERFORM 200-ACCUMULATE-ISSUE-COSTS.
           PERFORM 200-LOAD-PART-CLASSES.
           PERFORM 200-VALUE-AND-REPORT.
           PERFORM 200-DISPLAY-VALUATION-TOTALS.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * The prior close's date, stamped on every snapshot record, is
      * where this period starts. No snapshot means no close has run
      * yet, and every retained issue belongs to the period.
      *-----------------------------------------------------------------
       200-FIND-PERIOD-START.
           OPEN    INPUT   PERIODBAL-FILE-IN.
           IF  PERIODBAL-STATUS NOT = "00"
               DISPLAY "FIFO VALUATION: NO PRIOR SNAPSHOT, STATUS="
                       PERIODBAL-STATUS " - ALL RETAINED ISSUES COUNT"
               EXIT PARAGRAPH
           END-IF.
           READ    PERIODBAL-FILE-IN
                   AT END  MOVE "Y" TO PB-EOF-SW
           END-READ.
           IF  PB-EOF-SW NOT = "Y"
               MOVE    PB-CLOSE-DATE-IN    TO  WS-PRIOR-CLOSE-DATE
           END-IF.
           CLOSE   PERIODBAL-FILE-IN.

      *-----------------------------------------------------------------
      * Load the open layers. A missing COSTLAYR.TXT means no layer
      * has been opened yet - all stock values at the weighted
      * average and the report shows no value difference.
      *-----------------------------------------------------------------
       200-LOAD-COST-LAYERS.
           OPEN    INPUT   COSTLAYR-FILE-IN.
           IF  COSTLAYR-FILE-STATUS NOT = "00"
               DISPLAY "FIFO VALUATION: NO COST LAYERS, STATUS="
                       COSTLAYR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ    COSTLAYR-FILE-IN
                   AT END  MOVE "Y" TO COSTLAYR-EOF-SW
           END-READ.
           PERFORM UNTIL COSTLAYR-EOF-SW = "Y"
               IF  LY-COUNT < 9999
                   ADD     1                   TO  LY-COUNT
                   SET     LY-IDX              TO  LY-COUNT
                   MOVE    LY-PART-NUMBER-IN   TO
                           LYT-PART-NUMBER(LY-IDX)
                   MOVE    LY-QTY-REMAINING-IN TO
                           LYT-QTY-REMAINING(LY-IDX)
                   MOVE    LY-UNIT-COST-IN     TO
                           LYT-UNIT-COST(LY-IDX)
                   MOVE    "N"                 TO
                           LYT-MATCHED-SW(LY-IDX)
               END-IF
               READ    COSTLAYR-FILE-IN
                       AT END  MOVE "Y" TO COSTLAYR-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   COSTLAYR-FILE-IN.

      *-----------------------------------------------------------------
      * Accumulate the period's FIFO and weighted-average issue cost
      * per part. A missing FIFOHIST.TXT means nothing has issued
      * since the layers were started.
      *-----------------------------------------------------------------
       200-ACCUMULATE-ISSUE-COSTS.
           OPEN    INPUT   FIFOHIST-FILE-IN.
           IF  FIFOHIST-FILE-STATUS NOT = "00"
               DISPLAY "FIFO VALUATION: NO ISSUE COSTING HISTORY, "
                       "STATUS=" FIFOHIST-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ    FIFOHIST-FILE-IN
                   AT END  MOVE "Y" TO FIFOHIST-EOF-SW
           END-READ.
           PERFORM UNTIL FIFOHIST-EOF-SW = "Y"
               IF  FH-DATE-IN > WS-PRIOR-CLOSE-DATE
                   PERFORM 300-ACCUMULATE-ONE-ISSUE
               END-IF
               READ    FIFOHIST-FILE-IN
                       AT END  MOVE "Y" TO FIFOHIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   FIFOHIST-FILE-IN.

      *-----------------------------------------------------------------
       300-ACCUMULATE-ONE-ISSUE.
           SET     IS-IDX  TO  1.
           SEARCH  IS-ENTRY
                   AT END
                       IF  IS-COUNT = 2000
                           DISPLAY "FIFO VALUATION: ISSUE TABLE FULL "
                                   "- PART " FH-PART-NUMBER-IN
                                   " NOT ACCUMULATED"
                           EXIT PARAGRAPH
                       END-IF
                       ADD     1                   TO  IS-COUNT
                       SET     IS-IDX              TO  IS-COUNT
                       MOVE    FH-PART-NUMBER-IN   TO
                               IST-PART-NUMBER(IS-IDX)
                       MOVE    ZEROS               TO
                               IST-FIFO-COGS(IS-IDX)
                               IST-WA-COGS(IS-IDX)
                               IST-FIFO-OTHER(IS-IDX)
                               IST-WA-OTHER(IS-IDX)
                       MOVE    "N"                 TO
                               IST-MATCHED-SW(IS-IDX)
                   WHEN    IST-PART-NUMBER(IS-IDX) = FH-PART-NUMBER-IN
                       CONTINUE
           END-SEARCH.
           ADD     1                   TO  CT-ISSUES-READ.
           IF  FH-CODE-IN = "S"
               ADD     FH-FIFO-COST-IN TO  IST-FIFO-COGS(IS-IDX)
               ADD     FH-WA-COST-IN   TO  IST-WA-COGS(IS-IDX)
           ELSE
               ADD     FH-FIFO-COST-IN TO  IST-FIFO-OTHER(IS-IDX)
               ADD     FH-WA-COST-IN   TO  IST-WA-OTHER(IS-IDX)
           END-IF.

      *-----------------------------------------------------------------
       200-LOAD-PART-CLASSES.
           OPEN    INPUT   ABCCLASS-FILE-IN.
           IF  ABCCLASS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ABCCLASS-FILE-IN
                   AT END  MOVE "Y" TO ABC-EOF-SW
           END-READ.
           PERFORM UNTIL ABC-EOF-SW = "Y"
               IF  PC-COUNT < 2000
                   ADD     1                   TO  PC-COUNT
                   SET     PC-IDX              TO  PC-COUNT
                   MOVE    ABC-PART-NUMBER-IN  TO
                           PC-PART-NUMBER(PC-IDX)
                   MOVE    ABC-CLASS-IN        TO  PC-CLASS(PC-IDX)
               END-IF
               READ    ABCCLASS-FILE-IN
                       AT END  MOVE "Y" TO ABC-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ABCCLASS-FILE-IN.

      *-----------------------------------------------------------------
      * Walk INVENT6 valuing each part on both bases, then report the
      * period's issues for parts that have come off the master, the
      * class rollups, and the run counts.
      *-----------------------------------------------------------------
       200-VALUE-AND-REPORT.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STATUS = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN
                   OUTPUT  FIFOVAL-REPORT-OUT.
           IF  INVENT-FILE-STATUS NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "FIFO VALUATION: CANNOT OPEN INVENT6, STATUS="
                       INVENT-FILE-STATUS
           ELSE
               MOVE    "A"     TO  CR-CLASS(1)
               MOVE    "B"     TO  CR-CLASS(2)
               MOVE    "C"     TO  CR-CLASS(3)
               MOVE    SPACE   TO  CR-CLASS(4)
               PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > 4
                   MOVE    ZEROS   TO  CR-FIFO-VALUE(CR-IDX)
                                       CR-WA-VALUE(CR-IDX)
                                       CR-FIFO-COGS(CR-IDX)
                                       CR-WA-COGS(CR-IDX)
               END-PERFORM
               PERFORM 300-PRINT-TITLES
               READ    INVENT-FILE-IN
                       AT END  MOVE "Y" TO INVENT-EOF-SW
               END-READ
               PERFORM UNTIL INVENT-EOF-SW = "Y"
                   PERFORM 300-VALUE-ONE-PART
                   READ    INVENT-FILE-IN
                           AT END  MOVE "Y" TO INVENT-EOF-SW
                   END-READ
               END-PERFORM
               PERFORM 300-REPORT-DROPPED-PARTS
               PERFORM 300-PRINT-ROLLUPS
               PERFORM 300-PRINT-FOOTERS
           END-IF.
           CLOSE   INVENT-FILE-IN
                   FIFOVAL-REPORT-OUT.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Value one part's owned stock both ways and pick up its period
      * issue costs. FIFO takes the newest layers first, walking the
      * table from the back; what the layers do not cover values at
      * the weighted average.
      *-----------------------------------------------------------------
       300-VALUE-ONE-PART.
           PERFORM 400-LOOKUP-CONSIGNED-QUANTITY.
           IF  QUANTITY-IN > WS-CONSIGNED-QTY
               COMPUTE WS-OWNED-QTY = QUANTITY-IN - WS-CONSIGNED-QTY
           ELSE
               MOVE    ZEROS   TO  WS-OWNED-QTY
           END-IF.
           COMPUTE WS-WA-VALUE = WS-OWNED-QTY * UNIT-PRICE-IN.
           MOVE    WS-OWNED-QTY    TO  WS-OWNED-LEFT.
           MOVE    ZEROS           TO  WS-FIFO-VALUE
                                       WS-LAYER-QTY-HELD.
           PERFORM VARYING WS-LY-SUB FROM LY-COUNT BY -1
                   UNTIL   WS-LY-SUB = ZEROS
               IF  LYT-PART-NUMBER(WS-LY-SUB) = PART-NUMBER-IN
                   SET     LYT-MATCHED(WS-LY-SUB)  TO  TRUE
                   ADD     LYT-QTY-REMAINING(WS-LY-SUB)    TO
                           WS-LAYER-QTY-HELD
                   IF  WS-OWNED-LEFT < LYT-QTY-REMAINING(WS-LY-SUB)
                       MOVE    WS-OWNED-LEFT   TO  WS-LAYER-TAKE
                   ELSE
                       MOVE    LYT-QTY-REMAINING(WS-LY-SUB)    TO
                               WS-LAYER-TAKE
                   END-IF
                   SUBTRACT WS-LAYER-TAKE FROM WS-OWNED-LEFT
                   COMPUTE WS-FIFO-VALUE = WS-FIFO-VALUE
                           + WS-LAYER-TAKE * LYT-UNIT-COST(WS-LY-SUB)
               END-IF
           END-PERFORM.
           COMPUTE WS-FIFO-VALUE = WS-FIFO-VALUE
                   + WS-OWNED-LEFT * UNIT-PRICE-IN.
           MOVE    SPACES          TO  WS-REMARK.
           IF  WS-LAYER-QTY-HELD > ZEROS
               ADD     1       TO  CT-PARTS-LAYERED
           END-IF.
           IF  WS-LAYER-QTY-HELD > WS-OWNED-QTY
               MOVE    "LAYER EXCESS"  TO  WS-REMARK
               ADD     1               TO  CT-LAYER-EXCESS
           END-IF.
           PERFORM 400-LOOKUP-ISSUE-COSTS.
           MOVE    PART-NUMBER-IN  TO  FV-PART-O.
           MOVE    PART-NUMBER-IN  TO  WS-CLASS-PART.
           PERFORM 400-LOOK-UP-PART-CLASS.
           MOVE    WS-OWNED-QTY    TO  FV-OWNED-O.
           PERFORM 400-PRINT-AND-ROLL-UP.
           ADD     1               TO  CT-PARTS-VALUED.

      *-----------------------------------------------------------------
      * Sum the current part's supplier-owned stock across its
      * consignment agreements. No CONSIGN file means none.
      *-----------------------------------------------------------------
       400-LOOKUP-CONSIGNED-QUANTITY.
           MOVE    ZEROS   TO  WS-CONSIGNED-QTY.
           MOVE    "Y"     TO  CONSIGN-EOF-SW.
           IF  CONSIGN-AVAILABLE
               MOVE    PART-NUMBER-IN  TO  CN-PART-NUMBER
               MOVE    LOW-VALUES      TO  CN-SUPPLIER-ID
               START   CONSIGN-FILE    KEY IS NOT LESS THAN CN-KEY
                   NOT INVALID KEY
                       MOVE    "N"     TO  CONSIGN-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL CONSIGN-EOF-SW = "Y"
               READ    CONSIGN-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  CONSIGN-EOF-SW
                   NOT AT END
                       IF  CN-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  CONSIGN-EOF-SW
                       ELSE
                           ADD     CN-ON-HAND  TO  WS-CONSIGNED-QTY
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * Pick up the current part's period issue costs, marking the
      * entry matched. A part with no entry issued nothing valued.
      *-----------------------------------------------------------------
       400-LOOKUP-ISSUE-COSTS.
           MOVE    ZEROS   TO  WS-FIFO-COGS
                               WS-WA-COGS.
           IF  IS-COUNT > ZEROS
               SET     IS-IDX  TO  1
               SEARCH  IS-ENTRY
                       WHEN    IST-PART-NUMBER(IS-IDX) = PART-NUMBER-IN
                           SET     IST-MATCHED(IS-IDX)     TO  TRUE
                           MOVE    IST-FIFO-COGS(IS-IDX)   TO
                                   WS-FIFO-COGS
                           MOVE    IST-WA-COGS(IS-IDX)     TO
                                   WS-WA-COGS
                           ADD     IST-FIFO-OTHER(IS-IDX)  TO
                                   WS-FIFO-OTHER
                           ADD     IST-WA-OTHER(IS-IDX)    TO
                                   WS-WA-OTHER
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Class of the part in WS-CLASS-PART; "C" when the extract
      * does not carry it.
      *-----------------------------------------------------------------
       400-LOOK-UP-PART-CLASS.
           MOVE    "C"     TO  WS-PART-CLASS.
           IF  PC-COUNT > ZEROS
               SET     PC-IDX  TO  1
               SEARCH  PC-ENTRY
                       WHEN    PC-PART-NUMBER(PC-IDX) = WS-CLASS-PART
                           MOVE    PC-CLASS(PC-IDX)    TO
                                   WS-PART-CLASS
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Print one part line from the work fields and add it into its
      * class and the grand total.
      *-----------------------------------------------------------------
       400-PRINT-AND-ROLL-UP.
           MOVE    WS-PART-CLASS       TO  FV-CLASS-O.
           MOVE    WS-FIFO-VALUE       TO  FV-FIFO-VALUE-O.
           MOVE    WS-WA-VALUE         TO  FV-WA-VALUE-O.
           COMPUTE FV-VALUE-DIFF-O = WS-FIFO-VALUE - WS-WA-VALUE.
           MOVE    WS-FIFO-COGS        TO  FV-FIFO-COGS-O.
           MOVE    WS-WA-COGS          TO  FV-WA-COGS-O.
           COMPUTE FV-COGS-DIFF-O = WS-FIFO-COGS - WS-WA-COGS.
           MOVE    WS-REMARK           TO  FV-REMARK-O.
           WRITE   FIFOVAL-OUT         FROM    FIFOVAL-DETAIL.
           EVALUATE WS-PART-CLASS
               WHEN    "A"     SET CR-IDX TO 1
               WHEN    "B"     SET CR-IDX TO 2
               WHEN    OTHER   SET CR-IDX TO 3
           END-EVALUATE.
           ADD     WS-FIFO-VALUE   TO  CR-FIFO-VALUE(CR-IDX)
                                       CR-FIFO-VALUE(4).
           ADD     WS-WA-VALUE     TO  CR-WA-VALUE(CR-IDX)
                                       CR-WA-VALUE(4).
           ADD     WS-FIFO-COGS    TO  CR-FIFO-COGS(CR-IDX)
                                       CR-FIFO-COGS(4).
           ADD     WS-WA-COGS      TO  CR-WA-COGS(CR-IDX)
                                       CR-WA-COGS(4).

      *-----------------------------------------------------------------
      * A part that issued this period but is no longer on the
      * master still sold at a cost - print it with no stock so the
      * cost of sales is complete. Layers left for a part off the
      * master are only counted; they hold stock nobody owns now.
      *-----------------------------------------------------------------
       300-REPORT-DROPPED-PARTS.
           PERFORM VARYING IS-IDX FROM 1 BY 1 UNTIL IS-IDX > IS-COUNT
               IF  NOT IST-MATCHED(IS-IDX)
                   MOVE    IST-PART-NUMBER(IS-IDX) TO  FV-PART-O
                                                   WS-CLASS-PART
                   PERFORM 400-LOOK-UP-PART-CLASS
                   MOVE    ZEROS           TO  FV-OWNED-O
                                               WS-FIFO-VALUE
                                               WS-WA-VALUE
                   MOVE    IST-FIFO-COGS(IS-IDX)   TO  WS-FIFO-COGS
                   MOVE    IST-WA-COGS(IS-IDX)     TO  WS-WA-COGS
                   ADD     IST-FIFO-OTHER(IS-IDX)  TO  WS-FIFO-OTHER
                   ADD     IST-WA-OTHER(IS-IDX)    TO  WS-WA-OTHER
                   MOVE    "OFF MASTER"    TO  WS-REMARK
                   PERFORM 400-PRINT-AND-ROLL-UP
                   ADD     1               TO  CT-ISSUES-DROPPED
               END-IF
           END-PERFORM.
           PERFORM VARYING LY-IDX FROM 1 BY 1 UNTIL LY-IDX > LY-COUNT
               IF  NOT LYT-MATCHED(LY-IDX)
                   ADD     1       TO  CT-LAYERS-ORPHANED
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Print the title and header of the report.
      *-----------------------------------------------------------------
       300-PRINT-TITLES.
           MOVE    WS-TODAY            TO  TITLE-DATE-O.
           MOVE    WS-PRIOR-CLOSE-DATE TO  TITLE-PRIOR-DATE-O.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  FIFOVAL-OUT.
           WRITE   FIFOVAL-OUT.

      *-----------------------------------------------------------------
      * The class rollups and grand total, then the period's other
      * valued issues, which are not cost of sales but still move
      * the difference between the two stock values.
      *-----------------------------------------------------------------
       300-PRINT-ROLLUPS.
           MOVE    SPACES          TO  FIFOVAL-OUT.
           WRITE   FIFOVAL-OUT.
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > 4
               IF  CR-IDX = 4
                   MOVE    "ALL CLASSES"   TO  RU-GROUP-NAME-O
               ELSE
                   MOVE    SPACES          TO  RU-GROUP-NAME-O
                   STRING  "CLASS " DELIMITED BY SIZE
                           CR-CLASS(CR-IDX) DELIMITED BY SIZE
                           INTO RU-GROUP-NAME-O
               END-IF
               MOVE    CR-FIFO-VALUE(CR-IDX)   TO  RU-FIFO-VALUE-O
               MOVE    CR-WA-VALUE(CR-IDX)     TO  RU-WA-VALUE-O
               COMPUTE RU-VALUE-DIFF-O =
                       CR-FIFO-VALUE(CR-IDX) - CR-WA-VALUE(CR-IDX)
               MOVE    CR-FIFO-COGS(CR-IDX)    TO  RU-FIFO-COGS-O
               MOVE    CR-WA-COGS(CR-IDX)      TO  RU-WA-COGS-O
               COMPUTE RU-COGS-DIFF-O =
                       CR-FIFO-COGS(CR-IDX) - CR-WA-COGS(CR-IDX)
               WRITE   FIFOVAL-OUT     FROM    ROLLUP-DETAIL
           END-PERFORM.
           MOVE    "OTHER ISSUES"      TO  RU-GROUP-NAME-O.
           MOVE    ZEROS               TO  RU-FIFO-VALUE-O
                                           RU-WA-VALUE-O
                                           RU-VALUE-DIFF-O.
           MOVE    WS-FIFO-OTHER       TO  RU-FIFO-COGS-O.
           MOVE    WS-WA-OTHER         TO  RU-WA-COGS-O.
           COMPUTE RU-COGS-DIFF-O = WS-FIFO-OTHER - WS-WA-OTHER.
           WRITE   FIFOVAL-OUT         FROM    ROLLUP-DETAIL
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
       300-PRINT-FOOTERS.
           MOVE    "PARTS VALUED"              TO  FOOTER-NAME.
           MOVE    CT-PARTS-VALUED             TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "PARTS HOLDING COST LAYERS"  TO  FOOTER-NAME.
           MOVE    CT-PARTS-LAYERED            TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER.
           MOVE    "PARTS WITH LAYER EXCESS"   TO  FOOTER-NAME.
           MOVE    CT-LAYER-EXCESS             TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER.
           MOVE    "ISSUES COSTED THIS PERIOD" TO  FOOTER-NAME.
           MOVE    CT-ISSUES-READ              TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER.
           MOVE    "PARTS OFF MASTER WITH ISSUES" TO  FOOTER-NAME.
           MOVE    CT-ISSUES-DROPPED           TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER.
           MOVE    "LAYERS FOR PARTS OFF MASTER" TO  FOOTER-NAME.
           MOVE    CT-LAYERS-ORPHANED          TO  FOOTER-COUNTER.
           WRITE   FIFOVAL-OUT     FROM    FIFOVAL-FOOTER.

      *-----------------------------------------------------------------
      * Display the run's totals on the console.
      *-----------------------------------------------------------------
       200-DISPLAY-VALUATION-TOTALS.
           IF  ABEND-DETECTED
               DISPLAY "FIFO VALUATION ABORTED - SEE MESSAGES ABOVE"
           ELSE
               DISPLAY "FIFO VALUATION COMPLETED!!!"
               DISPLAY "  PRIOR CLOSE DATE .............. "
                       WS-PRIOR-CLOSE-DATE
               DISPLAY "  PARTS VALUED .................. "
                       CT-PARTS-VALUED
               DISPLAY "  PARTS WITH LAYER EXCESS ....... "
                       CT-LAYER-EXCESS
               DISPLAY "  ISSUES COSTED THIS PERIOD ..... "
                       CT-ISSUES-READ
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-COSTLAYR.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "COSTLAYR.TXT" DELIMITED BY SIZE
                   INTO RC-FN-COSTLAYR.
           MOVE    SPACES      TO  RC-FN-FIFOHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FIFOHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FIFOHIST.
           MOVE    SPACES      TO  RC-FN-PERIODBAL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PERIODBAL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-PERIODBAL.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ABCCLASS.
           MOVE    SPACES      TO  RC-FN-FIFOVAL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FIFOVAL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FIFOVAL.

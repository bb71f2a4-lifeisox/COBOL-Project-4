      ******************************************************************
      * This program prints the open-to-buy status of the fiscal
      * period today falls in: for every supplier and ABC class
      * budgeted on OTBBUDG.TXT, the budget, the value still
      * committed on POs ordered in the period and not yet received,
      * the value of what has been received against them, and what
      * remains to spend. POs are priced at the supplier's quote on
      * PARTSUPP brought down to the stocking unit - or, for a PO
      * released against a blanket agreement, at the release's
      * contract price on BPAREL.TXT - converted to local money at
      * the supplier's exchange rate in force on the order date, and
      * fall back to the part's unit cost on INVENT6: the same pricing
      * INVENTORY-REPORT checks new POs against the budgets with.
      * Each part's class is the one INVENTORY-REPORT last assigned
      * it.
      *
      * Used File
      *    - Fiscal Period Calendar: FISCALCL.TXT
      *    - Open-To-Buy Budgets: OTBBUDG.TXT
      *    - Open Purchase Orders: OPENPO.TXT
      *    - ABC Classes: ABCCLASS.TXT
      *    - Blanket Agreement Releases: BPAREL.TXT
      *    - Exchange Rates: EXCHRATE.TXT
      *    - Supplier Master (Indexed): SUPPLIER
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Open-To-Buy Report: OTBRPT.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 OTB-REPORT.
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
           SELECT  FISCALCL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-FISCALCL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FISCALCL-FILE-STAT.

           SELECT  OTBBUDG-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OTBBUDG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OTBBUDG-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  ABCCLASS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ABCCLASS-FILE-STAT.

           SELECT  BPAREL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

           SELECT  EXCHRATE-FILE-IN
                   ASSIGN DYNAMIC RC-FN-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCHRATE-FILE-STAT.

           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-SUPPLIER-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  OTB-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-OTBRPT
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as FISCALCL-RECORD in FiscalCalUpdate.cbl.
       FD  FISCALCL-FILE-IN
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS FISCALCL-RECORD-IN.
       01  FISCALCL-RECORD-IN.
           05  FC-PERIOD-ID-IN     PIC 9(06).
           05  FC-START-DATE-IN    PIC 9(08).
           05  FC-END-DATE-IN      PIC 9(08).
           05  FC-STATUS-IN        PIC X(01).

      *    Same layout as OTBBUDG-RECORD in OtbBudgetUpdate.cbl.
       FD  OTBBUDG-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS OTBBUDG-RECORD-IN.
       01  OTBBUDG-RECORD-IN.
           05  OB-PERIOD-ID-IN     PIC 9(06).
           05  OB-KEY-TYPE-IN      PIC X(01).
           05  OB-KEY-VALUE-IN     PIC X(02).
           05  OB-BUDGET-IN        PIC 9(09)V99.

      *    Same layout as OPENPO-RECORD in BatchUpdate.cbl.
       FD  OPENPO-FILE-IN
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS OPENPO-RECORD-IN.
       01  OPENPO-RECORD-IN.
           05  OPO-PO-NUMBER-IN    PIC 9(06).
           05  OPO-STATUS-IN       PIC X(01).
           05  OPO-PART-NUMBER-IN  PIC 9(05).
           05  OPO-SUPPLIER-ID-IN  PIC X(02).
           05  OPO-ORDER-DATE-IN   PIC 9(08).
           05  OPO-EXPECTED-DATE-IN PIC 9(08).
           05  OPO-ORDERED-QTY-IN  PIC 9(07).
           05  OPO-RECEIVED-QTY-IN PIC 9(07).

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS ABCCLASS-RECORD-IN.
       01  ABCCLASS-RECORD-IN.
           05  ABC-PART-NUMBER-IN  PIC 9(05).
           05  ABC-CLASS-IN        PIC X(01).

      *    Same layout as BPAREL-RECORD-OUT in InventReport.cbl.
       FD  BPAREL-FILE-IN
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS BPAREL-RECORD-IN.
       01  BPAREL-RECORD-IN.
           05  BR-AGREEMENT-KEY.
               10  BR-PART-NUMBER  PIC 9(05).
               10  BR-SUPPLIER-ID  PIC X(02).
               10  BR-START-DATE   PIC 9(08).
           05  BR-PO-NUMBER        PIC 9(06).
           05  BR-RELEASE-DATE     PIC 9(08).
           05  BR-QTY              PIC 9(07).
           05  BR-CONTRACT-PRICE   PIC 9(04)V99.

      *    Same layout as EXCHRATE-RECORD in ExchRateUpdate.cbl.
       FD  EXCHRATE-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHRATE-RECORD-IN.
       01  EXCHRATE-RECORD-IN.
           05  XR-CURRENCY-IN      PIC X(03).
           05  XR-EFF-DATE-IN      PIC 9(08).
           05  XR-RATE-IN          PIC 9(03)V9(06).

      *    Same layout as SUPPLIER-RECORD-IN in InventReport.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SP-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(60).
      *    Currency the supplier quotes and invoices in (spaces =
      *    local money).
           05  SP-CURRENCY         PIC X(03).
           05  FILLER              PIC X(15).

      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE-IN
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD-IN.
       01  PARTSUPP-RECORD-IN.
           05  PS-KEY.
               10  PS-PART-NUMBER  PIC 9(05).
               10  PS-SUPPLIER-ID  PIC X(02).
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

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
      *    Formerly the three-slot per-location breakdown, now kept
      *    on the PARTLOC part/location balance file.
           05  FILLER              PIC X(27).

       FD  OTB-REPORT-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OTB-OUT.
       01  OTB-OUT                     PIC X(80).
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
           05  RC-FN-FISCALCL       PIC X(40).
           05  RC-FN-OTBBUDG        PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-EXCHRATE       PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-OTBRPT         PIC X(40).

      *    This record is for printing the title of the report.
       01  OTB-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(31)
               VALUE "OPEN-TO-BUY STATUS for period ".
           05  TITLE-PERIOD-O      PIC 9(06).
           05  FILLER              PIC X(02) VALUE " (".
           05  TITLE-START-O       PIC 9999/99/99.
           05  FILLER              PIC X(03) VALUE " - ".
           05  TITLE-END-O         PIC 9999/99/99.
           05  FILLER              PIC X(01) VALUE ")".

      *    This record is for printing the header of the report.
       01  OTB-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "BUDGET FOR".
           05  FILLER              PIC X(16)
                                   VALUE "          BUDGET".
           05  FILLER              PIC X(16)
                                   VALUE "       COMMITTED".
           05  FILLER              PIC X(16)
                                   VALUE "        RECEIVED".
           05  FILLER              PIC X(16)
                                   VALUE "       REMAINING".

      *    This record is for printing one budget line's standing.
       01  OTB-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OD-TYPE-O           PIC X(09).
           05  OD-KEY-O            PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  OD-BUDGET-O         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OD-COMMITTED-O      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OD-RECEIVED-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OD-REMAINING-O      PIC ---,---,--9.99.
      *    "**" when the budget is overspent.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OD-OVER-O           PIC X(02).

      *    This record is for printing the supplier and class totals.
       01  OTB-TOTAL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  OT-TOTAL-NAME-O     PIC X(14).
           05  OT-BUDGET-O         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OT-COMMITTED-O      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OT-RECEIVED-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OT-REMAINING-O      PIC ---,---,--9.99.

      *    The period's budgets, and what its POs commit against them.
       01  OTB-BUDGET-TABLE.
           05  BT-COUNT            PIC 9(03) VALUE ZEROS.
           05  BT-ENTRY            OCCURS 0 TO 500 TIMES
                                   DEPENDING ON BT-COUNT
                                   INDEXED BY BT-IDX.
      *        "S" = supplier budget, "C" = ABC class budget.
               10  BT-TYPE             PIC X(01).
               10  BT-KEY              PIC X(02).
               10  BT-BUDGET           PIC 9(09)V99.
               10  BT-COMMITTED        PIC 9(11)V99.
               10  BT-RECEIVED         PIC 9(11)V99.

      *    Each part's ABC class, in part-number order as written.
       01  PART-CLASS-TABLE.
           05  PC-COUNT            PIC 9(05) VALUE ZEROS.
           05  PC-ENTRY            OCCURS 0 TO 99999 TIMES
                                   DEPENDING ON PC-COUNT
                                   ASCENDING KEY IS PC-PART-NUMBER
                                   INDEXED BY PC-IDX.
               10  PC-PART-NUMBER      PIC 9(05).
               10  PC-CLASS            PIC X(01).

      *    The contract price of every agreement release made in the
      *    period, by PO number - the price the PO went out at.
       01  RELEASE-PRICE-TABLE.
           05  RP-COUNT            PIC 9(04) VALUE ZEROS.
           05  RP-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON RP-COUNT
                                   INDEXED BY RP-IDX.
               10  RP-PO-NUMBER        PIC 9(06).
               10  RP-CONTRACT-PRICE   PIC 9(04)V99.

      *    Dated exchange rates, loaded once.
       01  EXCH-RATE-TABLE.
           05  XT-COUNT            PIC 9(04) VALUE ZEROS.
           05  XT-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON XT-COUNT
                                   INDEXED BY XT-IDX.
               10  XT-CURRENCY         PIC X(03).
               10  XT-EFFECTIVE-DATE   PIC 9(08).
               10  XT-RATE             PIC 9(03)V9(06).

       01  SWITCHES-AND-COUNTERS.
           05  FISCALCL-EOF-SW     PIC X(01) VALUE "N".
           05  OTBBUDG-EOF-SW      PIC X(01) VALUE "N".
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  ABCCLASS-EOF-SW     PIC X(01) VALUE "N".
           05  BPAREL-EOF-SW       PIC X(01) VALUE "N".
           05  EXCHRATE-EOF-SW     PIC X(01) VALUE "N".
           05  SUPPLIER-AVAIL-SW   PIC X(01) VALUE "N".
               88  SUPPLIER-AVAILABLE        VALUE "Y".
           05  PARTSUPP-AVAIL-SW   PIC X(01) VALUE "N".
               88  PARTSUPP-AVAILABLE        VALUE "Y".
           05  INVENT-AVAIL-SW     PIC X(01) VALUE "N".
               88  INVENT-AVAILABLE          VALUE "Y".
           05  CT-POS-CHARGED      PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  FISCALCL-FILE-STAT  PIC X(02).
           05  OTBBUDG-FILE-STAT   PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  ABCCLASS-FILE-STAT  PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  EXCHRATE-FILE-STAT  PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-PERIOD-ID        PIC 9(06) VALUE ZEROS.
           05  WS-START-DATE       PIC 9(08) VALUE ZEROS.
           05  WS-END-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-PART-CLASS       PIC X(01).
           05  WS-UNIT-COST        PIC 9(05)V99.
      *    The PO's price per stocking unit in the supplier's currency.
           05  WS-FOREIGN-COST     PIC 9(05)V9(04).
           05  WS-CURRENCY         PIC X(03).
           05  WS-RATE-IN-FORCE    PIC 9(03)V9(06).
           05  WS-RATE-EFF-DATE    PIC 9(08).
           05  WS-OPEN-QTY         PIC 9(07).
           05  WS-OPEN-VALUE       PIC 9(11)V99.
           05  WS-RECEIVED-VALUE   PIC 9(11)V99.
           05  WS-REMAINING        PIC S9(11)V99.

      *    Supplier and class budgets are totalled apart - every PO
      *    is charged to both, so one grand total would count it
      *    twice.
       01  OTB-TOTALS.
           05  TS-BUDGET           PIC 9(11)V99 VALUE ZEROS.
           05  TS-COMMITTED        PIC 9(11)V99 VALUE ZEROS.
           05  TS-RECEIVED         PIC 9(11)V99 VALUE ZEROS.
           05  TC-BUDGET           PIC 9(11)V99 VALUE ZEROS.
           05  TC-COMMITTED        PIC 9(11)V99 VALUE ZEROS.
           05  TC-RECEIVED         PIC 9(11)V99 VALUE ZEROS.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-OTB-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-FIND-CURRENT-PERIOD.
           PERFORM 200-LOAD-BUDGET-TABLE.
           PERFORM 200-LOAD-PART-CLASS-TABLE.
           PERFORM 200-LOAD-RELEASE-PRICES.
           PERFORM 200-LOAD-EXCH-RATE-TABLE.
           PERFORM 200-OPEN-LOOKUP-FILES.
           PERFORM 200-CHARGE-PERIOD-POS.
           PERFORM 200-CLOSE-LOOKUP-FILES.
           PERFORM 200-PRINT-OTB-STATUS.

           GOBACK.

      ******************************************************************
      * The period holding today's date. No calendar, or no period
      * covering today, leaves nothing to report on.
      *-----------------------------------------------------------------
       200-FIND-CURRENT-PERIOD.
           OPEN    INPUT   FISCALCL-FILE-IN.
           IF  FISCALCL-FILE-STAT NOT = "00"
               DISPLAY "OTB REPORT: NO FISCALCL.TXT, STATUS "
                       FISCALCL-FILE-STAT " - NO PERIOD TO REPORT"
               EXIT PARAGRAPH
           END-IF.
           READ    FISCALCL-FILE-IN
                   AT END  MOVE "Y" TO FISCALCL-EOF-SW
           END-READ.
           PERFORM UNTIL FISCALCL-EOF-SW = "Y"
               IF  WS-TODAY NOT < FC-START-DATE-IN
                       AND WS-TODAY NOT > FC-END-DATE-IN
                   MOVE    FC-PERIOD-ID-IN     TO  WS-PERIOD-ID
                   MOVE    FC-START-DATE-IN    TO  WS-START-DATE
                   MOVE    FC-END-DATE-IN      TO  WS-END-DATE
               END-IF
               READ    FISCALCL-FILE-IN
                       AT END  MOVE "Y" TO FISCALCL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   FISCALCL-FILE-IN.

      *-----------------------------------------------------------------
      * Load the current period's budgets, supplier lines first, each
      * group in key order.
      *-----------------------------------------------------------------
       200-LOAD-BUDGET-TABLE.
           IF  WS-PERIOD-ID = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   OTBBUDG-FILE-IN.
           IF  OTBBUDG-FILE-STAT NOT = "00"
               DISPLAY "OTB REPORT: NO OTBBUDG.TXT, STATUS "
                       OTBBUDG-FILE-STAT " - NO BUDGETS SET"
               EXIT PARAGRAPH
           END-IF.
           READ    OTBBUDG-FILE-IN
                   AT END  MOVE "Y" TO OTBBUDG-EOF-SW
           END-READ.
           PERFORM UNTIL OTBBUDG-EOF-SW = "Y"
               IF  OB-PERIOD-ID-IN = WS-PERIOD-ID
                       AND BT-COUNT < 500
                   ADD     1                   TO  BT-COUNT
                   SET     BT-IDX              TO  BT-COUNT
                   MOVE    OB-KEY-TYPE-IN      TO  BT-TYPE(BT-IDX)
                   MOVE    OB-KEY-VALUE-IN     TO  BT-KEY(BT-IDX)
                   MOVE    OB-BUDGET-IN        TO  BT-BUDGET(BT-IDX)
                   MOVE    ZEROS               TO  BT-COMMITTED(BT-IDX)
                                                   BT-RECEIVED(BT-IDX)
               END-IF
               READ    OTBBUDG-FILE-IN
                       AT END  MOVE "Y" TO OTBBUDG-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OTBBUDG-FILE-IN.
           IF  BT-COUNT > 1
               SORT    BT-ENTRY    DESCENDING KEY BT-TYPE
                                   ASCENDING  KEY BT-KEY
           END-IF.

      *-----------------------------------------------------------------
      * Each part's class as INVENTORY-REPORT last assigned it. A
      * part not on the file is treated as class C, as there.
      *-----------------------------------------------------------------
       200-LOAD-PART-CLASS-TABLE.
           OPEN    INPUT   ABCCLASS-FILE-IN.
           IF  ABCCLASS-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ABCCLASS-FILE-IN
                   AT END  MOVE "Y" TO ABCCLASS-EOF-SW
           END-READ.
           PERFORM UNTIL ABCCLASS-EOF-SW = "Y"
               IF  PC-COUNT < 99999
                   ADD     1                   TO  PC-COUNT
                   SET     PC-IDX              TO  PC-COUNT
                   MOVE    ABC-PART-NUMBER-IN  TO
                           PC-PART-NUMBER(PC-IDX)
                   MOVE    ABC-CLASS-IN        TO  PC-CLASS(PC-IDX)
               END-IF
               READ    ABCCLASS-FILE-IN
                       AT END  MOVE "Y" TO ABCCLASS-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ABCCLASS-FILE-IN.

      *-----------------------------------------------------------------
      * The release log's entries for the period, by PO number. A
      * release goes out the day its PO is cut, so the release date
      * places it in the period as the PO's order date does. No
      * release log just means no PO was a release.
      *-----------------------------------------------------------------
       200-LOAD-RELEASE-PRICES.
           IF  WS-PERIOD-ID = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   BPAREL-FILE-IN.
           IF  BPAREL-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    BPAREL-FILE-IN
                   AT END  MOVE "Y" TO BPAREL-EOF-SW
           END-READ.
           PERFORM UNTIL BPAREL-EOF-SW = "Y"
               IF  BR-RELEASE-DATE NOT < WS-START-DATE
                       AND BR-RELEASE-DATE NOT > WS-END-DATE
                       AND RP-COUNT < 9999
                   ADD     1                   TO  RP-COUNT
                   SET     RP-IDX              TO  RP-COUNT
                   MOVE    BR-PO-NUMBER        TO  RP-PO-NUMBER(RP-IDX)
                   MOVE    BR-CONTRACT-PRICE   TO
                           RP-CONTRACT-PRICE(RP-IDX)
               END-IF
               READ    BPAREL-FILE-IN
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-IN.

      *-----------------------------------------------------------------
      * The dated exchange rates. No rate file just means every
      * supplier's price is taken as local money.
      *-----------------------------------------------------------------
       200-LOAD-EXCH-RATE-TABLE.
           OPEN    INPUT   EXCHRATE-FILE-IN.
           IF  EXCHRATE-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    EXCHRATE-FILE-IN
                   AT END  MOVE "Y" TO EXCHRATE-EOF-SW
           END-READ.
           PERFORM UNTIL EXCHRATE-EOF-SW = "Y"
               IF  XT-COUNT < 9999
                   ADD     1               TO  XT-COUNT
                   SET     XT-IDX          TO  XT-COUNT
                   MOVE    XR-CURRENCY-IN  TO  XT-CURRENCY(XT-IDX)
                   MOVE    XR-EFF-DATE-IN  TO
                           XT-EFFECTIVE-DATE(XT-IDX)
                   MOVE    XR-RATE-IN      TO  XT-RATE(XT-IDX)
               END-IF
               READ    EXCHRATE-FILE-IN
                       AT END  MOVE "Y" TO EXCHRATE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   EXCHRATE-FILE-IN.

      *-----------------------------------------------------------------
       200-OPEN-LOOKUP-FILES.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
           END-IF.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT = "00"
               SET     SUPPLIER-AVAILABLE  TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT = "00"
               SET     INVENT-AVAILABLE    TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       200-CLOSE-LOOKUP-FILES.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           IF  SUPPLIER-AVAILABLE
               CLOSE   SUPPLIER-FILE-IN
           END-IF.
           IF  INVENT-AVAILABLE
               CLOSE   INVENT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Charge every PO ordered in the period - closed ones included,
      * for what they received - against its budget lines.
      *-----------------------------------------------------------------
       200-CHARGE-PERIOD-POS.
           IF  BT-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   OPENPO-FILE-IN.
           IF  OPENPO-FILE-STAT NOT = "00"
               DISPLAY "OTB REPORT: NO OPENPO.TXT, STATUS "
                       OPENPO-FILE-STAT " - NOTHING COMMITTED"
               EXIT PARAGRAPH
           END-IF.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-READ.
           PERFORM UNTIL OPENPO-EOF-SW = "Y"
               IF  OPO-ORDER-DATE-IN NOT < WS-START-DATE
                       AND OPO-ORDER-DATE-IN NOT > WS-END-DATE
                   PERFORM 300-CHARGE-ONE-PO
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
       300-CHARGE-ONE-PO.
           PERFORM 400-PRICE-THE-PO.
           PERFORM 400-LOOK-UP-PART-CLASS.
           MOVE    ZEROS   TO  WS-OPEN-QTY.
           IF  OPO-STATUS-IN NOT = "C"
                   AND OPO-ORDERED-QTY-IN > OPO-RECEIVED-QTY-IN
               COMPUTE WS-OPEN-QTY =
                       OPO-ORDERED-QTY-IN - OPO-RECEIVED-QTY-IN
           END-IF.
           COMPUTE WS-OPEN-VALUE = WS-OPEN-QTY * WS-UNIT-COST.
           COMPUTE WS-RECEIVED-VALUE =
                   OPO-RECEIVED-QTY-IN * WS-UNIT-COST.
           ADD     1       TO  CT-POS-CHARGED.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
               IF  (BT-TYPE(BT-IDX) = "S"
                       AND BT-KEY(BT-IDX) = OPO-SUPPLIER-ID-IN)
                OR (BT-TYPE(BT-IDX) = "C"
                       AND BT-KEY(BT-IDX) = WS-PART-CLASS)
                   ADD     WS-OPEN-VALUE       TO  BT-COMMITTED(BT-IDX)
                   ADD     WS-RECEIVED-VALUE   TO  BT-RECEIVED(BT-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Price a stocking unit at the supplier's quote, brought down
      * from the purchase unit - or at the contract price when the PO
      * was released against an agreement - converted to local money
      * at the rate in force on the order date, falling back to the
      * part's unit cost on the master.
      *-----------------------------------------------------------------
       400-PRICE-THE-PO.
           MOVE    ZEROS   TO  WS-UNIT-COST
                               WS-FOREIGN-COST.
           IF  PARTSUPP-AVAILABLE
               MOVE    OPO-PART-NUMBER-IN  TO  PS-PART-NUMBER
               MOVE    OPO-SUPPLIER-ID-IN  TO  PS-SUPPLIER-ID
               READ PARTSUPP-FILE-IN   KEY IS  PS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PS-CONV-FACTOR > 1
                           COMPUTE WS-FOREIGN-COST ROUNDED =
                                   PS-PRICE / PS-CONV-FACTOR
                       ELSE
                           MOVE    PS-PRICE    TO  WS-FOREIGN-COST
                       END-IF
               END-READ
           END-IF.
           IF  RP-COUNT > ZEROS
               SET     RP-IDX  TO  1
               SEARCH  RP-ENTRY
                   WHEN    RP-PO-NUMBER(RP-IDX) = OPO-PO-NUMBER-IN
                       IF  RP-CONTRACT-PRICE(RP-IDX) > ZEROS
                           MOVE    RP-CONTRACT-PRICE(RP-IDX)   TO
                                   WS-FOREIGN-COST
                       END-IF
               END-SEARCH
           END-IF.
           IF  WS-FOREIGN-COST > ZEROS
               PERFORM 500-CONVERT-TO-LOCAL
           END-IF.
           IF  WS-UNIT-COST = ZEROS AND INVENT-AVAILABLE
               MOVE    OPO-PART-NUMBER-IN  TO  IN-PART-NUMBER
               READ INVENT-FILE    KEY IS  IN-PART-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE    IN-UNIT-PRICE   TO  WS-UNIT-COST
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * WS-FOREIGN-COST in local money, at the latest rate for the
      * supplier's currency effective on or before the order date. A
      * local supplier, or a currency with no rate on file, takes the
      * price as keyed.
      *-----------------------------------------------------------------
       500-CONVERT-TO-LOCAL.
           MOVE    SPACES  TO  WS-CURRENCY.
           MOVE    ZEROS   TO  WS-RATE-IN-FORCE
                               WS-RATE-EFF-DATE.
           IF  SUPPLIER-AVAILABLE
               MOVE    OPO-SUPPLIER-ID-IN  TO  SP-SUPPLIER-ID
               READ SUPPLIER-FILE-IN   KEY IS  SP-SUPPLIER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  SP-CURRENCY ALPHABETIC
                           MOVE    SP-CURRENCY TO  WS-CURRENCY
                       END-IF
               END-READ
           END-IF.
           IF  WS-CURRENCY NOT = SPACES
               PERFORM VARYING XT-IDX FROM 1 BY 1
                       UNTIL   XT-IDX > XT-COUNT
                   IF  XT-CURRENCY(XT-IDX) = WS-CURRENCY
                           AND XT-EFFECTIVE-DATE(XT-IDX)
                               NOT > OPO-ORDER-DATE-IN
                           AND XT-EFFECTIVE-DATE(XT-IDX)
                               NOT < WS-RATE-EFF-DATE
                       MOVE    XT-RATE(XT-IDX) TO  WS-RATE-IN-FORCE
                       MOVE    XT-EFFECTIVE-DATE(XT-IDX)   TO
                               WS-RATE-EFF-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-RATE-IN-FORCE > ZEROS
               COMPUTE WS-UNIT-COST ROUNDED =
                       WS-FOREIGN-COST * WS-RATE-IN-FORCE
           ELSE
               COMPUTE WS-UNIT-COST ROUNDED = WS-FOREIGN-COST
           END-IF.

      *-----------------------------------------------------------------
       400-LOOK-UP-PART-CLASS.
           MOVE    "C"     TO  WS-PART-CLASS.
           IF  PC-COUNT > ZEROS
               SET     PC-IDX  TO  1
               SEARCH  ALL PC-ENTRY
                       WHEN    PC-PART-NUMBER(PC-IDX) =
                               OPO-PART-NUMBER-IN
                           MOVE    PC-CLASS(PC-IDX)    TO
                                   WS-PART-CLASS
               END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * One line per budget, then the supplier and class totals.
      *-----------------------------------------------------------------
       200-PRINT-OTB-STATUS.
           OPEN    OUTPUT  OTB-REPORT-OUT.
           MOVE    WS-PERIOD-ID    TO  TITLE-PERIOD-O.
           MOVE    WS-START-DATE   TO  TITLE-START-O.
           MOVE    WS-END-DATE     TO  TITLE-END-O.
           WRITE   OTB-OUT         FROM    OTB-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   OTB-OUT         FROM    OTB-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  OTB-OUT.
           WRITE   OTB-OUT.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
               PERFORM 300-PRINT-BUDGET-LINE
           END-PERFORM.
           MOVE    SPACES          TO  OTB-OUT.
           WRITE   OTB-OUT.
           MOVE    "SUPPLIER TOTAL"    TO  OT-TOTAL-NAME-O.
           MOVE    TS-BUDGET           TO  OT-BUDGET-O.
           MOVE    TS-COMMITTED        TO  OT-COMMITTED-O.
           MOVE    TS-RECEIVED         TO  OT-RECEIVED-O.
           COMPUTE WS-REMAINING = TS-BUDGET - TS-COMMITTED
                                  - TS-RECEIVED.
           MOVE    WS-REMAINING        TO  OT-REMAINING-O.
           WRITE   OTB-OUT         FROM    OTB-TOTAL.
           MOVE    "CLASS TOTAL"       TO  OT-TOTAL-NAME-O.
           MOVE    TC-BUDGET           TO  OT-BUDGET-O.
           MOVE    TC-COMMITTED        TO  OT-COMMITTED-O.
           MOVE    TC-RECEIVED         TO  OT-RECEIVED-O.
           COMPUTE WS-REMAINING = TC-BUDGET - TC-COMMITTED
                                  - TC-RECEIVED.
           MOVE    WS-REMAINING        TO  OT-REMAINING-O.
           WRITE   OTB-OUT         FROM    OTB-TOTAL.
           CLOSE   OTB-REPORT-OUT.
           DISPLAY "OTB REPORT COMPLETED - PERIOD " WS-PERIOD-ID
                   ", " BT-COUNT " BUDGET(S), " CT-POS-CHARGED
                   " PO(S) CHARGED".

      *-----------------------------------------------------------------
       300-PRINT-BUDGET-LINE.
           IF  BT-TYPE(BT-IDX) = "S"
               MOVE    "SUPPLIER"          TO  OD-TYPE-O
               ADD     BT-BUDGET(BT-IDX)       TO  TS-BUDGET
               ADD     BT-COMMITTED(BT-IDX)    TO  TS-COMMITTED
               ADD     BT-RECEIVED(BT-IDX)     TO  TS-RECEIVED
           ELSE
               MOVE    "CLASS"             TO  OD-TYPE-O
               ADD     BT-BUDGET(BT-IDX)       TO  TC-BUDGET
               ADD     BT-COMMITTED(BT-IDX)    TO  TC-COMMITTED
               ADD     BT-RECEIVED(BT-IDX)     TO  TC-RECEIVED
           END-IF.
           MOVE    BT-KEY(BT-IDX)          TO  OD-KEY-O.
           MOVE    BT-BUDGET(BT-IDX)       TO  OD-BUDGET-O.
           MOVE    BT-COMMITTED(BT-IDX)    TO  OD-COMMITTED-O.
           MOVE    BT-RECEIVED(BT-IDX)     TO  OD-RECEIVED-O.
           COMPUTE WS-REMAINING = BT-BUDGET(BT-IDX)
                   - BT-COMMITTED(BT-IDX) - BT-RECEIVED(BT-IDX).
           MOVE    WS-REMAINING            TO  OD-REMAINING-O.
           IF  WS-REMAINING < ZEROS
               MOVE    "**"    TO  OD-OVER-O
           ELSE
               MOVE    SPACES  TO  OD-OVER-O
           END-IF.
           WRITE   OTB-OUT         FROM    OTB-DETAIL.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-FISCALCL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FISCALCL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FISCALCL.
           MOVE    SPACES      TO  RC-FN-OTBBUDG.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OTBBUDG.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OTBBUDG.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ABCCLASS.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-EXCHRATE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "EXCHRATE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-EXCHRATE.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-OTBRPT.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OTBRPT.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OTBRPT.

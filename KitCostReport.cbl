      ******************************************************************
      * This program rolls up what every kit on the bill of materials
      * really costs to build, and sets that figure beside the price
      * the kit carries on the master and its standard cost. A kit's
      * rolled-up cost is each component's quantity per kit at the
      * component's cost, plus the labour and overhead rate on the
      * kit's part control record. A component that is itself a kit
      * is costed at its own rolled-up cost rather than its master
      * price, so the roll walks down through every level of the
      * bill: kits made only of bought parts resolve first, then the
      * kits built from them, and so on up. A bill that refers back
      * to itself can never resolve and is flagged rather than
      * costed.
      *
      * Used File
      *    - Bill of Materials (Indexed Sequential): BOMFILE
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Standard Cost File (Indexed Sequential): STDCOST
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Kit Cost Rollup Report: KITCOST.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 KIT-COST-ROLLUP.
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
           SELECT  BOMFILE-IN
                   ASSIGN DYNAMIC RC-FN-BOMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BOMF-KEY
                   FILE STATUS IS BOMFILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  STDCOST-FILE
                   ASSIGN DYNAMIC RC-FN-STDCOST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SC-PART-NUMBER
                   FILE STATUS IS STDCOST-FILE-STAT.

           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

           SELECT  KITCOST-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-KITCOST
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as BOMFILE-RECORD in BomUpdate.cbl.
       FD  BOMFILE-IN
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS BOMFILE-RECORD.
       01  BOMFILE-RECORD.
           05  BOMF-KEY.
               10  BOMF-KIT-PART       PIC 9(05).
               10  BOMF-COMPONENT      PIC 9(05).
           05  BOMF-QTY-PER        PIC 9(05).

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

      *    Same layout as STDCOST-RECORD in StdCostUpdate.cbl.
       FD  STDCOST-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS STDCOST-RECORD.
       01  STDCOST-RECORD.
           05  SC-PART-NUMBER      PIC 9(05).
           05  SC-STD-COST         PIC 9(04)V99.
           05  SC-EFFECTIVE-DATE   PIC 9(08).

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl;
      *    only the kit labour rate is used here.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  FILLER              PIC X(06).
           05  PC-KIT-LABOUR       PIC 9(04)V99.
           05  FILLER              PIC X(23).

       FD  KITCOST-REPORT-OUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS KITCOST-OUT.
       01  KITCOST-OUT                 PIC X(100).
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
           05  RC-FN-BOMFILE        PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-STDCOST        PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-KITCOST        PIC X(40).

      *    This record is for printing the title of the report.
       01  KITCOST-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE "KIT COST ROLLUP at ".
           05  TITLE-DATE-O        PIC 9(08).

      *    This record is for printing the header of the report.
       01  KITCOST-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "COMPONENT".
           05  FILLER              PIC X(09) VALUE "QTY PER".
           05  FILLER              PIC X(16) VALUE "UNIT COST".
           05  FILLER              PIC X(16) VALUE "EXTENDED".

      *    First line of a kit: the kit and the depth of its bill.
       01  KITCOST-KIT-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "KIT ".
           05  KC-KIT-O            PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KC-KIT-NAME-O       PIC X(20).
           05  FILLER              PIC X(08) VALUE "  LEVEL ".
           05  KC-LEVEL-O          PIC Z9.

      *    One component of the kit, at the cost it rolls up at.
       01  KITCOST-COMPONENT-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  KC-COMPONENT-O      PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  KC-QTY-PER-O        PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  KC-UNIT-COST-O      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KC-EXTENDED-O       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  KC-COMP-NOTE-O      PIC X(20).

      *    The kit's labour and overhead rate.
       01  KITCOST-LABOUR-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE "LABOUR AND OVERHEAD".
           05  KC-LABOUR-O         PIC ZZZ,ZZZ,ZZ9.99.

      *    The rolled-up cost against the master price and standard.
       01  KITCOST-TOTAL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "ROLLED-UP COST".
           05  KC-ROLLED-O         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PRICE ".
           05  KC-PRICE-O          PIC ZZZ9.99.
           05  KC-PRICE-DIFF-O     PIC ----,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "STD ".
           05  KC-STD-O            PIC X(07).
           05  KC-STD-DIFF-O       PIC X(15).

      *    A kit whose bill can never be fully costed.
       01  KITCOST-UNROLLED-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(50) VALUE
               "COST NOT ROLLED - BILL OF MATERIALS IS CIRCULAR".

      *    This record is for printing the footer of the report.
       01  KITCOST-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "KITS ROLLED UP".
           05  FOOTER-ROLLED       PIC ZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "KITS NOT ROLLED".
           05  FOOTER-UNROLLED     PIC ZZZZ9.

      *    The whole bill of materials, in kit order, with each
      *    component's master price picked up as it loads.
       01  BILL-TABLE.
           05  BT-COUNT            PIC 9(03) VALUE ZEROS.
           05  BT-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON BT-COUNT
                                   INDEXED BY BT-IDX.
               10  BT-KIT-PART         PIC 9(05).
               10  BT-COMPONENT        PIC 9(05).
               10  BT-QTY-PER          PIC 9(05).
               10  BT-UNIT-PRICE       PIC 9(04)V99.
               10  BT-ON-MASTER-SW     PIC X(01).

      *    One entry per kit: where its components sit in the bill
      *    table, its labour rate, and - once every component is
      *    costed - its rolled-up cost and the depth of its bill.
       01  KIT-TABLE.
           05  KT-COUNT            PIC 9(03) VALUE ZEROS.
           05  KT-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON KT-COUNT
                                   INDEXED BY KT-IDX.
               10  KT-PART             PIC 9(05).
               10  KT-FIRST-BT         PIC 9(03).
               10  KT-LAST-BT          PIC 9(03).
               10  KT-LABOUR           PIC 9(04)V99.
               10  KT-RESOLVED-SW      PIC X(01).
               10  KT-LEVEL            PIC 9(02).
               10  KT-ROLLED-COST      PIC 9(09)V99.

      *    The kit currently being rolled up or printed.
       01  CURRENT-KIT-WORK.
           05  WS-KIT-SUB          PIC 9(03).
           05  WS-LAST-KIT         PIC 9(05) VALUE ZEROS.
           05  WS-ROLL-COST        PIC 9(09)V99.
           05  WS-ROLL-LEVEL       PIC 9(02).
           05  WS-COMP-UNIT-COST   PIC 9(09)V99.
           05  WS-COMP-EXTENDED    PIC 9(09)V99.
           05  WS-PRICE-DIFF       PIC S9(09)V99.
           05  WS-STD-DIFF         PIC S9(09)V99.
           05  WS-STD-COST-EDIT    PIC ZZZ9.99.
           05  WS-STD-DIFF-EDIT    PIC ----,---,--9.99.
           05  WS-READY-SW         PIC X(01).
           05  WS-PROGRESS-SW      PIC X(01).
           05  WS-SUB-KIT-SW       PIC X(01).

       01  SWITCHES-AND-COUNTERS.
           05  BOM-EOF-SW          PIC X(01) VALUE "N".
           05  STDCOST-AVAIL-SW    PIC X(01) VALUE "N".
               88  STDCOST-AVAILABLE         VALUE "Y".
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  CT-KITS-ROLLED      PIC 9(05) VALUE ZEROS.
           05  CT-KITS-UNROLLED    PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  BOMFILE-STAT        PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  STDCOST-FILE-STAT   PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).

      *    A missing BOM or master leaves nothing to roll up -
      *    flagged so the run ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-KIT-COST-ROLLUP.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           OPEN    INPUT   BOMFILE-IN
                   INPUT   INVENT-FILE.
           IF  BOMFILE-STAT NOT = "00"
            OR INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "KIT COST ROLLUP: CANNOT OPEN INPUT FILES - "
                       "BOM=" BOMFILE-STAT
                       " INVENT=" INVENT-FILE-STAT
           ELSE
               PERFORM 200-OPEN-OPTIONAL-FILES
               PERFORM 200-LOAD-BILL
               PERFORM 200-ROLL-UP-ALL-KITS
               PERFORM 200-PRINT-ROLLUP
               PERFORM 200-CLOSE-OPTIONAL-FILES
           END-IF.
           CLOSE   BOMFILE-IN
                   INVENT-FILE.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * Neither the standards nor the labour rates are required: a
      * shop with no STDCOST prints "NONE" for the standard, and one
      * with no PARTCTL rolls up components alone.
      *-----------------------------------------------------------------
       200-OPEN-OPTIONAL-FILES.
           OPEN    INPUT   STDCOST-FILE.
           IF  STDCOST-FILE-STAT = "00"
               SET     STDCOST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       200-CLOSE-OPTIONAL-FILES.
           IF  STDCOST-AVAILABLE
               CLOSE   STDCOST-FILE
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The BOM reads back in kit order, so each kit's components
      * land together in the bill table and a new kit entry starts
      * whenever the kit part changes.
      *-----------------------------------------------------------------
       200-LOAD-BILL.
           READ    BOMFILE-IN
                   AT END  MOVE "Y" TO BOM-EOF-SW
           END-READ.
           PERFORM UNTIL BOM-EOF-SW = "Y"
               IF  BT-COUNT < 999
                   PERFORM 300-ADD-BILL-LINE
               END-IF
               READ    BOMFILE-IN
                       AT END  MOVE "Y" TO BOM-EOF-SW
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       300-ADD-BILL-LINE.
           IF  BOMF-KIT-PART NOT = WS-LAST-KIT
               PERFORM 400-START-KIT-ENTRY
           END-IF.
           ADD     1               TO  BT-COUNT.
           SET     BT-IDX          TO  BT-COUNT.
           MOVE    BOMF-KIT-PART   TO  BT-KIT-PART(BT-IDX).
           MOVE    BOMF-COMPONENT  TO  BT-COMPONENT(BT-IDX).
           MOVE    BOMF-QTY-PER    TO  BT-QTY-PER(BT-IDX).
           MOVE    BOMF-COMPONENT  TO  IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY
                   MOVE    ZEROS           TO  BT-UNIT-PRICE(BT-IDX)
                   MOVE    "N"             TO  BT-ON-MASTER-SW(BT-IDX)
               NOT INVALID KEY
                   MOVE    IN-UNIT-PRICE   TO  BT-UNIT-PRICE(BT-IDX)
                   MOVE    "Y"             TO  BT-ON-MASTER-SW(BT-IDX)
           END-READ.
           MOVE    BT-COUNT        TO  KT-LAST-BT(KT-IDX).

      *-----------------------------------------------------------------
      * Control records written before the labour rate existed carry
      * spaces there, taken as no rate.
      *-----------------------------------------------------------------
       400-START-KIT-ENTRY.
           MOVE    BOMF-KIT-PART   TO  WS-LAST-KIT.
           ADD     1               TO  KT-COUNT.
           SET     KT-IDX          TO  KT-COUNT.
           MOVE    BOMF-KIT-PART   TO  KT-PART(KT-IDX).
           COMPUTE KT-FIRST-BT(KT-IDX) = BT-COUNT + 1.
           MOVE    ZEROS           TO  KT-LABOUR(KT-IDX)
                                       KT-LEVEL(KT-IDX)
                                       KT-ROLLED-COST(KT-IDX).
           MOVE    "N"             TO  KT-RESOLVED-SW(KT-IDX).
           IF  PARTCTL-AVAILABLE
               MOVE    BOMF-KIT-PART   TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   NOT INVALID KEY
                       IF  PC-KIT-LABOUR NUMERIC
                           MOVE    PC-KIT-LABOUR   TO
                                   KT-LABOUR(KT-IDX)
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * Pass over the kits until a pass costs nothing new. A kit is
      * costed on the first pass that finds every sub-kit in its bill
      * already costed, so each pass climbs at least one level; a kit
      * still uncosted when the passes stop sits on a circular bill.
      *-----------------------------------------------------------------
       200-ROLL-UP-ALL-KITS.
           MOVE    "Y"     TO  WS-PROGRESS-SW.
           PERFORM UNTIL WS-PROGRESS-SW = "N"
               MOVE    "N"     TO  WS-PROGRESS-SW
               PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                       UNTIL WS-KIT-SUB > KT-COUNT
                   IF  KT-RESOLVED-SW(WS-KIT-SUB) = "N"
                       PERFORM 300-ROLL-UP-ONE-KIT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
       300-ROLL-UP-ONE-KIT.
           MOVE    "Y"     TO  WS-READY-SW.
           MOVE    ZEROS   TO  WS-ROLL-COST
                               WS-ROLL-LEVEL.
           PERFORM VARYING BT-IDX FROM KT-FIRST-BT(WS-KIT-SUB) BY 1
                   UNTIL BT-IDX > KT-LAST-BT(WS-KIT-SUB)
                      OR WS-READY-SW = "N"
               PERFORM 400-COST-COMPONENT
               IF  WS-READY-SW = "Y"
                   COMPUTE WS-ROLL-COST = WS-ROLL-COST
                           + WS-COMP-EXTENDED
               END-IF
           END-PERFORM.
           IF  WS-READY-SW = "Y"
               COMPUTE KT-ROLLED-COST(WS-KIT-SUB) =
                       WS-ROLL-COST + KT-LABOUR(WS-KIT-SUB)
               COMPUTE KT-LEVEL(WS-KIT-SUB) = WS-ROLL-LEVEL + 1
               MOVE    "Y"     TO  KT-RESOLVED-SW(WS-KIT-SUB)
               MOVE    "Y"     TO  WS-PROGRESS-SW
           END-IF.

      *-----------------------------------------------------------------
      * A bought component costs its master price; a sub-kit costs
      * its own rolled-up cost, and is not ready until that is known.
      *-----------------------------------------------------------------
       400-COST-COMPONENT.
           PERFORM 500-FIND-SUB-KIT.
           IF  WS-SUB-KIT-SW = "Y"
               IF  KT-RESOLVED-SW(KT-IDX) NOT = "Y"
                   MOVE    "N"     TO  WS-READY-SW
                   EXIT PARAGRAPH
               END-IF
               MOVE    KT-ROLLED-COST(KT-IDX)  TO  WS-COMP-UNIT-COST
               IF  KT-LEVEL(KT-IDX) > WS-ROLL-LEVEL
                   MOVE    KT-LEVEL(KT-IDX)    TO  WS-ROLL-LEVEL
               END-IF
           ELSE
               MOVE    BT-UNIT-PRICE(BT-IDX)   TO  WS-COMP-UNIT-COST
           END-IF.
           COMPUTE WS-COMP-EXTENDED =
                   BT-QTY-PER(BT-IDX) * WS-COMP-UNIT-COST.

      *-----------------------------------------------------------------
       500-FIND-SUB-KIT.
           MOVE    "N"     TO  WS-SUB-KIT-SW.
           IF  KT-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           SET     KT-IDX  TO  1.
           SEARCH  KT-ENTRY
               WHEN    KT-PART(KT-IDX) = BT-COMPONENT(BT-IDX)
                   MOVE    "Y"     TO  WS-SUB-KIT-SW
           END-SEARCH.

      *-----------------------------------------------------------------
       200-PRINT-ROLLUP.
           OPEN    OUTPUT  KITCOST-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLES.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > KT-COUNT
               PERFORM 300-PRINT-ONE-KIT
           END-PERFORM.
           PERFORM 300-PRINT-REPORT-FOOTER.
           CLOSE   KITCOST-REPORT-OUT.

      *-----------------------------------------------------------------
       300-PRINT-ONE-KIT.
           MOVE    KT-PART(WS-KIT-SUB)     TO  KC-KIT-O
                                               IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY
                   MOVE    "NOT ON MASTER"     TO  KC-KIT-NAME-O
                   MOVE    ZEROS               TO  IN-UNIT-PRICE
               NOT INVALID KEY
                   MOVE    IN-PART-NAME        TO  KC-KIT-NAME-O
           END-READ.
           MOVE    KT-LEVEL(WS-KIT-SUB)    TO  KC-LEVEL-O.
           WRITE   KITCOST-OUT     FROM    KITCOST-KIT-LINE
                   AFTER ADVANCING 2   LINES.
           PERFORM VARYING BT-IDX FROM KT-FIRST-BT(WS-KIT-SUB) BY 1
                   UNTIL BT-IDX > KT-LAST-BT(WS-KIT-SUB)
               PERFORM 400-PRINT-COMPONENT
           END-PERFORM.
           MOVE    KT-LABOUR(WS-KIT-SUB)   TO  KC-LABOUR-O.
           WRITE   KITCOST-OUT     FROM    KITCOST-LABOUR-LINE.
           IF  KT-RESOLVED-SW(WS-KIT-SUB) = "Y"
               PERFORM 400-PRINT-KIT-TOTAL
               ADD     1       TO  CT-KITS-ROLLED
           ELSE
               WRITE   KITCOST-OUT FROM    KITCOST-UNROLLED-LINE
               ADD     1       TO  CT-KITS-UNROLLED
           END-IF.

      *-----------------------------------------------------------------
      * A component inside a circular bill prints with no cost.
      *-----------------------------------------------------------------
       400-PRINT-COMPONENT.
           MOVE    BT-COMPONENT(BT-IDX)    TO  KC-COMPONENT-O.
           MOVE    BT-QTY-PER(BT-IDX)      TO  KC-QTY-PER-O.
           MOVE    SPACES                  TO  KC-COMP-NOTE-O.
           MOVE    "Y"                     TO  WS-READY-SW.
           MOVE    ZEROS                   TO  WS-ROLL-LEVEL.
           PERFORM 400-COST-COMPONENT.
           IF  WS-READY-SW NOT = "Y"
               MOVE    ZEROS               TO  WS-COMP-UNIT-COST
                                               WS-COMP-EXTENDED
               MOVE    "CIRCULAR SUB-KIT"  TO  KC-COMP-NOTE-O
           ELSE
               IF  WS-SUB-KIT-SW = "Y"
                   MOVE    SPACES      TO  KC-COMP-NOTE-O
                   STRING  "SUB-KIT LEVEL "
                           KT-LEVEL(KT-IDX)
                           DELIMITED BY SIZE
                           INTO KC-COMP-NOTE-O
               ELSE
                   IF  BT-ON-MASTER-SW(BT-IDX) NOT = "Y"
                       MOVE    "NOT ON MASTER" TO  KC-COMP-NOTE-O
                   END-IF
               END-IF
           END-IF.
           MOVE    WS-COMP-UNIT-COST       TO  KC-UNIT-COST-O.
           MOVE    WS-COMP-EXTENDED        TO  KC-EXTENDED-O.
           WRITE   KITCOST-OUT     FROM    KITCOST-COMPONENT-LINE.

      *-----------------------------------------------------------------
      * The differences read as rolled-up cost less the figure it is
      * compared with: positive means the kit costs more to build
      * than it is carried at.
      *-----------------------------------------------------------------
       400-PRINT-KIT-TOTAL.
           MOVE    KT-ROLLED-COST(WS-KIT-SUB)  TO  KC-ROLLED-O.
           MOVE    IN-UNIT-PRICE               TO  KC-PRICE-O.
           COMPUTE WS-PRICE-DIFF =
                   KT-ROLLED-COST(WS-KIT-SUB) - IN-UNIT-PRICE.
           MOVE    WS-PRICE-DIFF               TO  KC-PRICE-DIFF-O.
           MOVE    "NONE"                      TO  KC-STD-O.
           MOVE    SPACES                      TO  KC-STD-DIFF-O.
           IF  STDCOST-AVAILABLE
               MOVE    KT-PART(WS-KIT-SUB)     TO  SC-PART-NUMBER
               READ    STDCOST-FILE
                   NOT INVALID KEY
                       MOVE    SC-STD-COST     TO  WS-STD-COST-EDIT
                       MOVE    WS-STD-COST-EDIT    TO  KC-STD-O
                       COMPUTE WS-STD-DIFF =
                               KT-ROLLED-COST(WS-KIT-SUB)
                               - SC-STD-COST
                       MOVE    WS-STD-DIFF     TO  WS-STD-DIFF-EDIT
                       MOVE    WS-STD-DIFF-EDIT    TO  KC-STD-DIFF-O
               END-READ
           END-IF.
           WRITE   KITCOST-OUT     FROM    KITCOST-TOTAL-LINE.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLES.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   KITCOST-OUT     FROM    KITCOST-TITLE
                   AFTER ADVANCING 1   LINES.
           WRITE   KITCOST-OUT     FROM    KITCOST-HEADER
                   AFTER ADVANCING 2   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-FOOTER.
           MOVE    CT-KITS-ROLLED      TO  FOOTER-ROLLED.
           MOVE    CT-KITS-UNROLLED    TO  FOOTER-UNROLLED.
           WRITE   KITCOST-OUT     FROM    KITCOST-FOOTER
                   AFTER ADVANCING 2   LINES.
           DISPLAY "KIT COST ROLLUP COMPLETED - " CT-KITS-ROLLED
                   " KIT(S) ROLLED UP, " CT-KITS-UNROLLED
                   " NOT ROLLED".

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-BOMFILE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BOMFILE" DELIMITED BY SIZE
                   INTO RC-FN-BOMFILE.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-STDCOST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "STDCOST" DELIMITED BY SIZE
                   INTO RC-FN-STDCOST.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-KITCOST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "KITCOST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-KITCOST.

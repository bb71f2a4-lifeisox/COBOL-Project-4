      ******************************************************************
      * This program projects every part's stock forward week by week
      * over the next twelve weeks, so the buyer can see a shortage
      * coming before the reorder point does. Each part starts from
      * its on-hand on INVENT6; open purchase orders come in in the
      * week they are expected, and the kits the desk has planned to
      * build come in as kits in their build week. Open backorders go
      * out in the first week - they are owed now - and each planned
      * build takes its components out in its build week, exploded
      * through the bill of materials.
      *
      * Wherever the projection goes below zero a planned order is
      * suggested to cover it, due at the start of that week and to
      * be placed the source's lead time earlier - a kit is built,
      * not bought, and needs no lead time. Each open PO is then
      * checked against the projection: one that lands after the
      * part has already run short is to be expedited, and one whose
      * quantity is not needed until later (or not at all within the
      * twelve weeks) is to be pushed out.
      *
      * The planned-build file is kept by the desk: one record per
      * build, giving the kit part, the date it is to be built, and
      * how many.
      *
      * Used File
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Open Backorder File: BACKORD.TXT
      *    - Planned Kit Builds: KITPLAN.TXT
      *    - Bill of Materials (Indexed Sequential): BOMFILE
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Part Control File (Indexed Sequential): PARTCTL
      *    - Net Requirements Report: NETREQ.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 NET-REQUIREMENTS-REPORT.
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
           SELECT  INVENT-FILE-IN
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  BACKORD-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BACKORD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKORD-FILE-STAT.

           SELECT  KITPLAN-FILE-IN
                   ASSIGN DYNAMIC RC-FN-KITPLAN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS KITPLAN-FILE-STAT.

           SELECT  BOMFILE-IN
                   ASSIGN DYNAMIC RC-FN-BOMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOMF-KEY
                   FILE STATUS IS BOMFILE-STAT.

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STAT.

           SELECT  NETREQ-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-NETREQ
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

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

      *    Same 29-byte layout as BACKORD-RECORD in BatchUpdate.cbl.
       FD  BACKORD-FILE-IN
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS BACKORD-RECORD-IN.
       01  BACKORD-RECORD-IN.
           05  BO-DATE-IN          PIC 9(08).
           05  BO-PART-NUMBER-IN   PIC 9(05).
           05  BO-LOCATION-IN      PIC X(02).
           05  BO-QTY-SHORT-IN     PIC 9(07).
           05  BO-CUSTOMER-ID-IN   PIC X(06).
           05  FILLER              PIC X(01).

      *    One planned build: the kit, the day it is to be built, and
      *    how many.
       FD  KITPLAN-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS KITPLAN-RECORD-IN.
       01  KITPLAN-RECORD-IN.
           05  KP-KIT-PART-IN      PIC 9(05).
           05  KP-BUILD-DATE-IN    PIC 9(08).
           05  KP-BUILD-QTY-IN     PIC 9(07).

      *    Same layout as BOMFILE-RECORD in BomUpdate.cbl.
       FD  BOMFILE-IN
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS BOMFILE-RECORD.
       01  BOMFILE-RECORD.
           05  BOMF-KEY.
               10  BOMF-KIT-PART       PIC 9(05).
               10  BOMF-COMPONENT      PIC 9(05).
           05  BOMF-QTY-PER        PIC 9(05).

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

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl;
      *    only the lifecycle status is used here.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  FILLER              PIC X(05).
           05  PC-LIFECYCLE        PIC X(01).
               88  PC-ACTIVE                 VALUE "A" SPACE.
           05  FILLER              PIC X(29).

       FD  NETREQ-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS NETREQ-OUT.
       01  NETREQ-OUT                  PIC X(132).
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
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-BACKORD        PIC X(40).
           05  RC-FN-KITPLAN        PIC X(40).
           05  RC-FN-BOMFILE        PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-NETREQ         PIC X(40).

      *    This record is for printing the title of the report.
       01  NETREQ-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE "TIME-PHASED NET REQUIREMENTS at ".
           05  TITLE-DATE-O        PIC 9(08).
           05  FILLER              PIC X(30)
               VALUE "  (12 WEEKS, WEEK STARTING)".

      *    Projection section: one column per week, headed by the
      *    date the week starts.
       01  PROJECTION-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(07) VALUE "ON HAND".
           05  PH-WEEK             OCCURS 12 TIMES.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  PH-WEEK-DATE-O  PIC 9(08).

      *    One part's projected balance at the end of each week.
       01  PROJECTION-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PD-PART-O           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PD-ON-HAND-O        PIC ZZZZZZ9.
           05  PD-WEEK             OCCURS 12 TIMES.
               10  FILLER          PIC X(01) VALUE SPACES.
               10  PD-BALANCE-O    PIC -ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PD-SHORT-FLAG-O     PIC X(05).

      *    Planned-order section.
       01  PLANNED-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "PLANNED ORDERS".

       01  PLANNED-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(08) VALUE "SOURCE".
           05  FILLER              PIC X(06) VALUE "LEAD".
           05  FILLER              PIC X(10) VALUE "ORDER BY".
           05  FILLER              PIC X(10) VALUE "DUE".
           05  FILLER              PIC X(10) VALUE "QUANTITY".
           05  FILLER              PIC X(30) VALUE "NOTE".

       01  PLANNED-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PN-PART-O           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PN-SOURCE-O         PIC X(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PN-LEAD-O           PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PN-RELEASE-DATE-O   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PN-DUE-DATE-O       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PN-QTY-O            PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PN-NOTE-O           PIC X(30).

      *    Open-PO exception section.
       01  EXCEPTION-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "OPEN PURCHASE ORDER EXCEPTIONS".

       01  EXCEPTION-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "PO NO.".
           05  FILLER              PIC X(07) VALUE "PART".
           05  FILLER              PIC X(06) VALUE "SUPP".
           05  FILLER              PIC X(10) VALUE "OPEN QTY".
           05  FILLER              PIC X(10) VALUE "EXPECTED".
           05  FILLER              PIC X(11) VALUE "ACTION".
           05  FILLER              PIC X(30) VALUE "NEEDED BY".

       01  EXCEPTION-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EX-PO-NUMBER-O      PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  EX-PART-O           PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EX-SUPPLIER-O       PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EX-OPEN-QTY-O       PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  EX-EXPECTED-O       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EX-ACTION-O         PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EX-NEEDED-O         PIC X(30).

      *    This record is for printing the footer of the report.
       01  NETREQ-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "PARTS PROJECTED".
           05  FOOTER-PARTS        PIC ZZZZ9.
           05  FILLER              PIC X(20)
               VALUE "    PLANNED ORDERS".
           05  FOOTER-PLANNED      PIC ZZZZ9.
           05  FILLER              PIC X(20)
               VALUE "    PO EXCEPTIONS".
           05  FOOTER-EXCEPTIONS   PIC ZZZZ9.

      *    Time-phased supply and demand per part, one bucket per
      *    week: open POs and planned kit builds in, backorders and
      *    planned-build components out.
       01  PART-WEEK-TABLE.
           05  PW-COUNT            PIC 9(04) VALUE ZEROS.
           05  PW-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON PW-COUNT
                                   INDEXED BY PW-IDX.
               10  PW-PART-NUMBER      PIC 9(05).
               10  PW-SUPPLY           PIC 9(09) OCCURS 12 TIMES.
               10  PW-DEMAND           PIC 9(09) OCCURS 12 TIMES.

      *    Every open PO line, with the week it lands in (13 = beyond
      *    the twelve weeks projected).
       01  OPEN-PO-TABLE.
           05  OP-COUNT            PIC 9(04) VALUE ZEROS.
           05  OP-ENTRY            OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON OP-COUNT
                                   INDEXED BY OP-IDX.
               10  OP-PO-NUMBER        PIC 9(06).
               10  OP-PART-NUMBER      PIC 9(05).
               10  OP-SUPPLIER-ID      PIC X(02).
               10  OP-EXPECTED-DATE    PIC 9(08).
               10  OP-OPEN-QTY         PIC 9(07).
               10  OP-WEEK             PIC 9(02).

      *    Planned orders and PO exceptions, held while the parts are
      *    projected and printed as their own sections after.
       01  PLANNED-ORDER-TABLE.
           05  PL-COUNT            PIC 9(04) VALUE ZEROS.
           05  PL-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON PL-COUNT
                                   INDEXED BY PL-IDX.
               10  PL-PART-NUMBER      PIC 9(05).
               10  PL-SOURCE           PIC X(05).
               10  PL-LEAD-TIME        PIC 9(03).
               10  PL-RELEASE-DATE     PIC 9(08).
               10  PL-DUE-DATE         PIC 9(08).
               10  PL-QTY              PIC 9(07).
               10  PL-NOTE             PIC X(30).

       01  PO-EXCEPTION-TABLE.
           05  EX-COUNT            PIC 9(04) VALUE ZEROS.
           05  EX-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON EX-COUNT
                                   INDEXED BY EX-IDX.
               10  EX-PO-NUMBER        PIC 9(06).
               10  EX-PART-NUMBER      PIC 9(05).
               10  EX-SUPPLIER-ID      PIC X(02).
               10  EX-OPEN-QTY         PIC 9(07).
               10  EX-EXPECTED-DATE    PIC 9(08).
               10  EX-ACTION           PIC X(09).
               10  EX-NEEDED           PIC X(30).

      *    The part being projected: its balance at the end of each
      *    week before any planned order, and the same balance as
      *    the PO exceptions move POs about.
       01  PROJECTION-WORK.
           05  WS-RAW-BALANCE      PIC S9(09) OCCURS 12 TIMES.
           05  WS-ADJ-BALANCE      PIC S9(09) OCCURS 12 TIMES.
           05  WS-RUNNING          PIC S9(09).
           05  WS-PLANNED-CUM      PIC S9(09).
           05  WS-NET              PIC S9(09).
           05  WS-ORDER-QTY        PIC 9(09).
           05  WS-PURCH-UNITS      PIC 9(09).
           05  WS-WEEK             PIC 9(02).
           05  WS-WEEK-2           PIC 9(02).
           05  WS-FOUND-WEEK       PIC 9(02).
           05  WS-SHORT-SW         PIC X(01).
               88  PART-GOES-SHORT           VALUE "Y".
           05  WS-REORDERABLE-SW   PIC X(01).
               88  PART-REORDERABLE          VALUE "Y".
           05  WS-IS-KIT-SW        PIC X(01).
               88  PART-IS-KIT               VALUE "Y".

      *    The source a planned order is placed with.
       01  SOURCE-WORK.
           05  WS-SOURCE           PIC X(05).
           05  WS-LEAD-TIME        PIC 9(03).
           05  WS-CONV-FACTOR      PIC 9(05).
           05  WS-SOURCE-RANK      PIC 9(01).
           05  WS-PS-EOF-SW        PIC X(01).

      *    Date arithmetic: every date is placed in its week by its
      *    day number against today's.
       01  DATE-WORK.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-INT        PIC 9(07).
           05  WS-EVENT-DATE       PIC 9(08).
           05  WS-EVENT-WEEK       PIC 9(02).
           05  WS-DAY-DIFF         PIC S9(07).
           05  WS-WORK-INT         PIC S9(07).
           05  WS-WEEK-START       PIC 9(08).
           05  WS-RELEASE-DATE     PIC 9(08).

      *    The part and quantity being added to a week's bucket.
       01  BUCKET-WORK.
           05  WS-BUCKET-PART      PIC 9(05).
           05  WS-BUCKET-QTY       PIC 9(09).
           05  WS-BUCKET-SIDE      PIC X(01).
               88  BUCKET-SUPPLY             VALUE "S".
               88  BUCKET-DEMAND             VALUE "D".

       01  SWITCHES-AND-COUNTERS.
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  BO-EOF-SW           PIC X(01) VALUE "N".
           05  KITPLAN-EOF-SW      PIC X(01) VALUE "N".
           05  BOM-EOF-SW          PIC X(01) VALUE "N".
           05  BOMFILE-AVAIL-SW    PIC X(01) VALUE "N".
               88  BOMFILE-AVAILABLE         VALUE "Y".
           05  PARTSUPP-AVAIL-SW   PIC X(01) VALUE "N".
               88  PARTSUPP-AVAILABLE        VALUE "Y".
           05  PARTCTL-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  CT-PARTS-PROJECTED  PIC 9(05) VALUE ZEROS.
           05  CT-TABLE-OVERFLOW   PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  INVENT-FILE-STAT    PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  BACKORD-FILE-STAT   PIC X(02).
           05  KITPLAN-FILE-STAT   PIC X(02).
           05  BOMFILE-STAT        PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  PARTCTL-FILE-STAT   PIC X(02).

      *    A missing master leaves nothing to project - flagged so
      *    the run ends with a non-zero RETURN-CODE.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-NET-REQUIREMENTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 200-OPEN-REFERENCE-FILES.
           PERFORM 200-LOAD-OPEN-POS.
           PERFORM 200-LOAD-BACKORDERS.
           PERFORM 200-LOAD-KIT-PLAN.
           PERFORM 200-PROJECT-ALL-PARTS.
           PERFORM 200-CLOSE-REFERENCE-FILES.
           IF  CT-TABLE-OVERFLOW > ZEROS
               DISPLAY "NET REQUIREMENTS: " CT-TABLE-OVERFLOW
                       " RECORD(S) LEFT OUT - TABLE FULL"
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      * The bill of materials, the supplier sources, and the part
      * control file are all optional: without a BOM no planned
      * build explodes, without sources a planned order goes to the
      * master's supplier with no lead time, and without control
      * records every part is active.
      *-----------------------------------------------------------------
       200-OPEN-REFERENCE-FILES.
           OPEN    INPUT   BOMFILE-IN.
           IF  BOMFILE-STAT = "00"
               SET     BOMFILE-AVAILABLE   TO  TRUE
           ELSE
               DISPLAY "NET REQUIREMENTS: NO BOMFILE, STATUS "
                       BOMFILE-STAT " - PLANNED BUILDS NOT EXPLODED"
           END-IF.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
           ELSE
               DISPLAY "NET REQUIREMENTS: NO PARTSUPP, STATUS "
                       PARTSUPP-FILE-STAT " - NO LEAD TIMES"
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STAT = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
       200-CLOSE-REFERENCE-FILES.
           IF  BOMFILE-AVAILABLE
               CLOSE   BOMFILE-IN
           END-IF.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Every PO line still open comes in in the week it is expected
      * (one already overdue in the first week) and is kept for the
      * exception check.
      *-----------------------------------------------------------------
       200-LOAD-OPEN-POS.
           OPEN    INPUT   OPENPO-FILE-IN.
           IF  OPENPO-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-READ.
           PERFORM UNTIL OPENPO-EOF-SW = "Y"
               IF  OPO-STATUS-IN NOT = "C"
                       AND OPO-ORDERED-QTY-IN > OPO-RECEIVED-QTY-IN
                   PERFORM 300-ADD-OPEN-PO
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

      *-----------------------------------------------------------------
       300-ADD-OPEN-PO.
           IF  OP-COUNT NOT < 2000
               ADD     1       TO  CT-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD     1                       TO  OP-COUNT.
           SET     OP-IDX                  TO  OP-COUNT.
           MOVE    OPO-PO-NUMBER-IN        TO  OP-PO-NUMBER(OP-IDX).
           MOVE    OPO-PART-NUMBER-IN      TO  OP-PART-NUMBER(OP-IDX).
           MOVE    OPO-SUPPLIER-ID-IN      TO  OP-SUPPLIER-ID(OP-IDX).
           MOVE    OPO-EXPECTED-DATE-IN    TO  OP-EXPECTED-DATE(OP-IDX).
           COMPUTE OP-OPEN-QTY(OP-IDX) =
                   OPO-ORDERED-QTY-IN - OPO-RECEIVED-QTY-IN.
           MOVE    OPO-EXPECTED-DATE-IN    TO  WS-EVENT-DATE.
           PERFORM 400-PLACE-DATE-IN-WEEK.
           MOVE    WS-EVENT-WEEK           TO  OP-WEEK(OP-IDX).
           IF  WS-EVENT-WEEK NOT > 12
               MOVE    OPO-PART-NUMBER-IN      TO  WS-BUCKET-PART
               MOVE    OP-OPEN-QTY(OP-IDX)     TO  WS-BUCKET-QTY
               SET     BUCKET-SUPPLY           TO  TRUE
               PERFORM 400-ADD-TO-BUCKET
           END-IF.

      *-----------------------------------------------------------------
      * An open backorder is owed to the customer now.
      *-----------------------------------------------------------------
       200-LOAD-BACKORDERS.
           OPEN    INPUT   BACKORD-FILE-IN.
           IF  BACKORD-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    BACKORD-FILE-IN
                   AT END  MOVE "Y" TO BO-EOF-SW
           END-READ.
           PERFORM UNTIL BO-EOF-SW = "Y"
               IF  BO-QTY-SHORT-IN > ZEROS
                   MOVE    1                   TO  WS-EVENT-WEEK
                   MOVE    BO-PART-NUMBER-IN   TO  WS-BUCKET-PART
                   MOVE    BO-QTY-SHORT-IN     TO  WS-BUCKET-QTY
                   SET     BUCKET-DEMAND       TO  TRUE
                   PERFORM 400-ADD-TO-BUCKET
               END-IF
               READ    BACKORD-FILE-IN
                       AT END  MOVE "Y" TO BO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BACKORD-FILE-IN.

      *-----------------------------------------------------------------
      * A planned build inside the twelve weeks brings the kits in
      * and takes one kit's worth of every component on its bill out
      * per kit, all in the build's week. A build whose date has
      * passed but is still on the plan is taken as due this week.
      *-----------------------------------------------------------------
       200-LOAD-KIT-PLAN.
           OPEN    INPUT   KITPLAN-FILE-IN.
           IF  KITPLAN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    KITPLAN-FILE-IN
                   AT END  MOVE "Y" TO KITPLAN-EOF-SW
           END-READ.
           PERFORM UNTIL KITPLAN-EOF-SW = "Y"
               IF  KP-BUILD-QTY-IN > ZEROS
                   MOVE    KP-BUILD-DATE-IN    TO  WS-EVENT-DATE
                   PERFORM 400-PLACE-DATE-IN-WEEK
                   IF  WS-EVENT-WEEK NOT > 12
                       PERFORM 300-EXPLODE-PLANNED-BUILD
                   END-IF
               END-IF
               READ    KITPLAN-FILE-IN
                       AT END  MOVE "Y" TO KITPLAN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   KITPLAN-FILE-IN.

      *-----------------------------------------------------------------
       300-EXPLODE-PLANNED-BUILD.
           MOVE    KP-KIT-PART-IN      TO  WS-BUCKET-PART.
           MOVE    KP-BUILD-QTY-IN     TO  WS-BUCKET-QTY.
           SET     BUCKET-SUPPLY       TO  TRUE.
           PERFORM 400-ADD-TO-BUCKET.
           IF  NOT BOMFILE-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    KP-KIT-PART-IN      TO  BOMF-KIT-PART.
           MOVE    ZEROS               TO  BOMF-COMPONENT.
           MOVE    "N"                 TO  BOM-EOF-SW.
           START   BOMFILE-IN  KEY IS NOT LESS THAN BOMF-KEY
               INVALID KEY
                   MOVE    "Y"     TO  BOM-EOF-SW
           END-START.
           PERFORM UNTIL BOM-EOF-SW = "Y"
               READ    BOMFILE-IN  NEXT
                   AT END
                       MOVE    "Y"     TO  BOM-EOF-SW
                   NOT AT END
                       IF  BOMF-KIT-PART NOT = KP-KIT-PART-IN
                           MOVE    "Y"     TO  BOM-EOF-SW
                       ELSE
                           MOVE    BOMF-COMPONENT  TO  WS-BUCKET-PART
                           COMPUTE WS-BUCKET-QTY =
                                   KP-BUILD-QTY-IN * BOMF-QTY-PER
                           SET     BUCKET-DEMAND   TO  TRUE
                           PERFORM 400-ADD-TO-BUCKET
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * Which of the twelve weeks WS-EVENT-DATE falls in: today and
      * anything before it is the first week, and anything past the
      * twelfth comes back as 13.
      *-----------------------------------------------------------------
       400-PLACE-DATE-IN-WEEK.
           IF  WS-EVENT-DATE NOT > WS-TODAY
               MOVE    1       TO  WS-EVENT-WEEK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-DIFF =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
                   - WS-TODAY-INT.
           IF  WS-DAY-DIFF NOT < 84 OR WS-DAY-DIFF < ZEROS
               MOVE    13      TO  WS-EVENT-WEEK
           ELSE
               COMPUTE WS-EVENT-WEEK = (WS-DAY-DIFF / 7) + 1
           END-IF.

      *-----------------------------------------------------------------
      * Add WS-BUCKET-QTY to the supply or demand of WS-BUCKET-PART
      * in week WS-EVENT-WEEK, starting the part's row the first
      * time it is seen.
      *-----------------------------------------------------------------
       400-ADD-TO-BUCKET.
           SET     PW-IDX  TO  1.
           SEARCH  PW-ENTRY
               AT END
                   IF  PW-COUNT NOT < 2000
                       ADD     1       TO  CT-TABLE-OVERFLOW
                       EXIT PARAGRAPH
                   END-IF
                   ADD     1               TO  PW-COUNT
                   SET     PW-IDX          TO  PW-COUNT
                   INITIALIZE  PW-ENTRY(PW-IDX)
                   MOVE    WS-BUCKET-PART  TO  PW-PART-NUMBER(PW-IDX)
               WHEN    PW-PART-NUMBER(PW-IDX) = WS-BUCKET-PART
                   CONTINUE
           END-SEARCH.
           IF  BUCKET-SUPPLY
               ADD     WS-BUCKET-QTY   TO
                       PW-SUPPLY(PW-IDX, WS-EVENT-WEEK)
           ELSE
               ADD     WS-BUCKET-QTY   TO
                       PW-DEMAND(PW-IDX, WS-EVENT-WEEK)
           END-IF.

      ******************************************************************
      * One pass of the master in part order: every part with
      * anything coming or going in the twelve weeks is projected,
      * printed, planned, and its POs checked. The planned orders
      * and exceptions print as their own sections after.
      *-----------------------------------------------------------------
       200-PROJECT-ALL-PARTS.
           OPEN    INPUT   INVENT-FILE-IN
                   OUTPUT  NETREQ-REPORT-OUT.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "NET REQUIREMENTS: CANNOT OPEN INVENT6 - "
                       "STATUS " INVENT-FILE-STAT
               CLOSE   NETREQ-REPORT-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-PRINT-REPORT-TITLES.
           READ    INVENT-FILE-IN
                   AT END  MOVE "Y" TO INVENT-EOF-SW
           END-READ.
           PERFORM UNTIL INVENT-EOF-SW = "Y"
               SET     PW-IDX  TO  1
               SEARCH  PW-ENTRY
                   WHEN    PW-PART-NUMBER(PW-IDX) = PART-NUMBER-IN
                       PERFORM 300-PROJECT-ONE-PART
               END-SEARCH
               READ    INVENT-FILE-IN
                       AT END  MOVE "Y" TO INVENT-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM 300-PRINT-PLANNED-ORDERS.
           PERFORM 300-PRINT-PO-EXCEPTIONS.
           PERFORM 300-PRINT-REPORT-FOOTER.
           CLOSE   INVENT-FILE-IN
                   NETREQ-REPORT-OUT.

      *-----------------------------------------------------------------
       300-PROJECT-ONE-PART.
           MOVE    QUANTITY-IN     TO  WS-RUNNING.
           MOVE    "N"             TO  WS-SHORT-SW.
           PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 12
               COMPUTE WS-RUNNING = WS-RUNNING
                       + PW-SUPPLY(PW-IDX, WS-WEEK)
                       - PW-DEMAND(PW-IDX, WS-WEEK)
               MOVE    WS-RUNNING  TO  WS-RAW-BALANCE(WS-WEEK)
                                       WS-ADJ-BALANCE(WS-WEEK)
               MOVE    WS-RUNNING  TO  PD-BALANCE-O(WS-WEEK)
               IF  WS-RUNNING < ZEROS
                   MOVE    "Y"     TO  WS-SHORT-SW
               END-IF
           END-PERFORM.
           MOVE    PART-NUMBER-IN  TO  PD-PART-O.
           MOVE    QUANTITY-IN     TO  PD-ON-HAND-O.
           IF  PART-GOES-SHORT
               MOVE    "SHORT"     TO  PD-SHORT-FLAG-O
           ELSE
               MOVE    SPACES      TO  PD-SHORT-FLAG-O
           END-IF.
           WRITE   NETREQ-OUT  FROM    PROJECTION-DETAIL.
           ADD     1               TO  CT-PARTS-PROJECTED.
           IF  PART-GOES-SHORT
               PERFORM 400-PLAN-ORDERS-FOR-PART
           END-IF.
           PERFORM 400-CHECK-PART-POS.

      *-----------------------------------------------------------------
      * Walk the weeks with what has been planned so far added in:
      * each week still short gets a planned order for the shortage,
      * due the day that week starts and placed its lead time
      * earlier, rounded up to whole purchase units. A part that is
      * not to be reordered gets its shortage listed instead.
      *-----------------------------------------------------------------
       400-PLAN-ORDERS-FOR-PART.
           PERFORM 500-CHECK-PART-LIFECYCLE.
           PERFORM 500-FIND-ORDER-SOURCE.
           MOVE    ZEROS   TO  WS-PLANNED-CUM.
           PERFORM VARYING WS-WEEK FROM 1 BY 1 UNTIL WS-WEEK > 12
               COMPUTE WS-NET = WS-RAW-BALANCE(WS-WEEK)
                       + WS-PLANNED-CUM
               IF  WS-NET < ZEROS
                   COMPUTE WS-ORDER-QTY = ZERO - WS-NET
                   IF  WS-CONV-FACTOR > 1 AND PART-REORDERABLE
                       COMPUTE WS-PURCH-UNITS =
                               (WS-ORDER-QTY + WS-CONV-FACTOR - 1)
                               / WS-CONV-FACTOR
                       COMPUTE WS-ORDER-QTY =
                               WS-PURCH-UNITS * WS-CONV-FACTOR
                   END-IF
                   ADD     WS-ORDER-QTY    TO  WS-PLANNED-CUM
                   PERFORM 500-ADD-PLANNED-ORDER
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-ADD-PLANNED-ORDER.
           IF  PL-COUNT NOT < 999
               ADD     1       TO  CT-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD     1               TO  PL-COUNT.
           SET     PL-IDX          TO  PL-COUNT.
           MOVE    WS-WEEK         TO  WS-FOUND-WEEK.
           PERFORM 600-COMPUTE-WEEK-START.
           COMPUTE WS-WORK-INT = WS-TODAY-INT
                   + ((WS-WEEK - 1) * 7) - WS-LEAD-TIME.
           IF  WS-WORK-INT < WS-TODAY-INT
               MOVE    WS-TODAY    TO  WS-RELEASE-DATE
           ELSE
               COMPUTE WS-RELEASE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.
           MOVE    PART-NUMBER-IN  TO  PL-PART-NUMBER(PL-IDX).
           MOVE    WS-SOURCE       TO  PL-SOURCE(PL-IDX).
           MOVE    WS-LEAD-TIME    TO  PL-LEAD-TIME(PL-IDX).
           MOVE    WS-RELEASE-DATE TO  PL-RELEASE-DATE(PL-IDX).
           MOVE    WS-WEEK-START   TO  PL-DUE-DATE(PL-IDX).
           MOVE    WS-ORDER-QTY    TO  PL-QTY(PL-IDX).
           MOVE    SPACES          TO  PL-NOTE(PL-IDX).
           EVALUATE TRUE
               WHEN NOT PART-REORDERABLE
                   MOVE    "SHORT - PART NOT REORDERABLE"
                                   TO  PL-NOTE(PL-IDX)
               WHEN WS-WORK-INT < WS-TODAY-INT
                   MOVE    "LATE - PLACE TODAY"
                                   TO  PL-NOTE(PL-IDX)
               WHEN PART-IS-KIT
                   MOVE    "BUILD KITS"    TO  PL-NOTE(PL-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A discontinued or obsolete part is not reordered, as on the
      * reorder report. A part with no control record (or no PARTCTL
      * at all) is active.
      *-----------------------------------------------------------------
       500-CHECK-PART-LIFECYCLE.
           MOVE    "Y"     TO  WS-REORDERABLE-SW.
           IF  NOT PARTCTL-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN  TO  PC-PART-NUMBER.
           READ    PARTCTL-FILE
               NOT INVALID KEY
                   IF  NOT PC-ACTIVE
                       MOVE    "N"     TO  WS-REORDERABLE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Where a planned order goes. A kit on the bill of materials
      * is built here, with no lead time. A bought part goes to its
      * preferred source on PARTSUPP, else to the master's own
      * supplier's entry there, else to the first source listed,
      * taking that source's lead time and purchase unit; a part
      * with no sources at all goes to the master's supplier with
      * no lead time.
      *-----------------------------------------------------------------
       500-FIND-ORDER-SOURCE.
           MOVE    "N"             TO  WS-IS-KIT-SW.
           MOVE    SUPPLIER-ID-IN  TO  WS-SOURCE.
           MOVE    ZEROS           TO  WS-LEAD-TIME
                                       WS-SOURCE-RANK.
           MOVE    1               TO  WS-CONV-FACTOR.
           IF  BOMFILE-AVAILABLE
               MOVE    PART-NUMBER-IN  TO  BOMF-KIT-PART
               MOVE    ZEROS           TO  BOMF-COMPONENT
               START   BOMFILE-IN  KEY IS NOT LESS THAN BOMF-KEY
                   NOT INVALID KEY
                       READ    BOMFILE-IN  NEXT
                           NOT AT END
                               IF  BOMF-KIT-PART = PART-NUMBER-IN
                                   MOVE    "Y"     TO  WS-IS-KIT-SW
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF  PART-IS-KIT
               MOVE    "BUILD"     TO  WS-SOURCE
               EXIT PARAGRAPH
           END-IF.
           IF  NOT PARTSUPP-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN  TO  PS-PART-NUMBER.
           MOVE    LOW-VALUES      TO  PS-SUPPLIER-ID.
           MOVE    "N"             TO  WS-PS-EOF-SW.
           START   PARTSUPP-FILE-IN
                   KEY IS NOT LESS THAN PS-KEY
               INVALID KEY
                   MOVE    "Y"     TO  WS-PS-EOF-SW
           END-START.
           PERFORM UNTIL WS-PS-EOF-SW = "Y"
               READ    PARTSUPP-FILE-IN    NEXT
                   AT END
                       MOVE    "Y"     TO  WS-PS-EOF-SW
                   NOT AT END
                       IF  PS-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  WS-PS-EOF-SW
                       ELSE
                           PERFORM 600-RANK-ONE-SOURCE
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * Rank 3 = preferred, 2 = the master's supplier, 1 = any other;
      * a higher rank replaces what was taken so far.
      *-----------------------------------------------------------------
       600-RANK-ONE-SOURCE.
           IF  PS-PREFERRED = "Y" AND WS-SOURCE-RANK < 3
               MOVE    3       TO  WS-SOURCE-RANK
               PERFORM 700-TAKE-SOURCE
           END-IF.
           IF  PS-SUPPLIER-ID = SUPPLIER-ID-IN AND WS-SOURCE-RANK < 2
               MOVE    2       TO  WS-SOURCE-RANK
               PERFORM 700-TAKE-SOURCE
           END-IF.
           IF  WS-SOURCE-RANK < 1
               MOVE    1       TO  WS-SOURCE-RANK
               PERFORM 700-TAKE-SOURCE
           END-IF.

      *-----------------------------------------------------------------
       700-TAKE-SOURCE.
           MOVE    PS-SUPPLIER-ID  TO  WS-SOURCE.
           MOVE    PS-LEAD-TIME    TO  WS-LEAD-TIME.
           IF  PS-CONV-FACTOR > ZEROS
               MOVE    PS-CONV-FACTOR  TO  WS-CONV-FACTOR
           ELSE
               MOVE    1               TO  WS-CONV-FACTOR
           END-IF.

      *-----------------------------------------------------------------
      * Check each of the part's open POs against its projection, in
      * file order. One landing after a week the part is already
      * short in is expedited to that week; one that could come off
      * its week and still leave the part covered until a later week
      * is pushed out to that week - or, covered all the way, beyond
      * the twelve weeks. Each move is carried into the working
      * balances, so two POs cannot both be moved to cover the same
      * shortage, nor both pushed out of the same need.
      *-----------------------------------------------------------------
       400-CHECK-PART-POS.
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-COUNT
               IF  OP-PART-NUMBER(OP-IDX) = PART-NUMBER-IN
                   PERFORM 500-CHECK-ONE-PO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-CHECK-ONE-PO.
           MOVE    ZEROS   TO  WS-FOUND-WEEK.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > 12
                      OR WS-WEEK NOT < OP-WEEK(OP-IDX)
               IF  WS-ADJ-BALANCE(WS-WEEK) < ZEROS
                   MOVE    WS-WEEK     TO  WS-FOUND-WEEK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-FOUND-WEEK > ZEROS
               PERFORM VARYING WS-WEEK-2 FROM WS-FOUND-WEEK BY 1
                       UNTIL WS-WEEK-2 > 12
                          OR WS-WEEK-2 NOT < OP-WEEK(OP-IDX)
                   ADD     OP-OPEN-QTY(OP-IDX)     TO
                           WS-ADJ-BALANCE(WS-WEEK-2)
               END-PERFORM
               PERFORM 600-COMPUTE-WEEK-START
               MOVE    "EXPEDITE"  TO  EX-ACTION-O
               MOVE    SPACES      TO  EX-NEEDED-O
               STRING  "WEEK OF " WS-WEEK-START
                       DELIMITED BY SIZE
                       INTO EX-NEEDED-O
               PERFORM 600-ADD-PO-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF  OP-WEEK(OP-IDX) > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE    13      TO  WS-FOUND-WEEK.
           PERFORM VARYING WS-WEEK FROM OP-WEEK(OP-IDX) BY 1
                   UNTIL WS-WEEK > 12
               IF  WS-ADJ-BALANCE(WS-WEEK) < OP-OPEN-QTY(OP-IDX)
                   MOVE    WS-WEEK     TO  WS-FOUND-WEEK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-FOUND-WEEK = OP-WEEK(OP-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WEEK-2 FROM OP-WEEK(OP-IDX) BY 1
                   UNTIL WS-WEEK-2 > 12
                      OR WS-WEEK-2 NOT < WS-FOUND-WEEK
               SUBTRACT OP-OPEN-QTY(OP-IDX)    FROM
                       WS-ADJ-BALANCE(WS-WEEK-2)
           END-PERFORM.
           MOVE    "PUSH OUT"  TO  EX-ACTION-O.
           MOVE    SPACES      TO  EX-NEEDED-O.
           IF  WS-FOUND-WEEK > 12
               MOVE    "NOT NEEDED IN 12 WEEKS"    TO  EX-NEEDED-O
           ELSE
               PERFORM 600-COMPUTE-WEEK-START
               STRING  "WEEK OF " WS-WEEK-START
                       DELIMITED BY SIZE
                       INTO EX-NEEDED-O
           END-IF.
           PERFORM 600-ADD-PO-EXCEPTION.

      *-----------------------------------------------------------------
       600-ADD-PO-EXCEPTION.
           IF  EX-COUNT NOT < 999
               ADD     1       TO  CT-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD     1                       TO  EX-COUNT.
           SET     EX-IDX                  TO  EX-COUNT.
           MOVE    OP-PO-NUMBER(OP-IDX)    TO  EX-PO-NUMBER(EX-IDX).
           MOVE    OP-PART-NUMBER(OP-IDX)  TO  EX-PART-NUMBER(EX-IDX).
           MOVE    OP-SUPPLIER-ID(OP-IDX)  TO  EX-SUPPLIER-ID(EX-IDX).
           MOVE    OP-OPEN-QTY(OP-IDX)     TO  EX-OPEN-QTY(EX-IDX).
           MOVE    OP-EXPECTED-DATE(OP-IDX) TO EX-EXPECTED-DATE(EX-IDX).
           MOVE    EX-ACTION-O             TO  EX-ACTION(EX-IDX).
           MOVE    EX-NEEDED-O             TO  EX-NEEDED(EX-IDX).

      *-----------------------------------------------------------------
      * The date week WS-FOUND-WEEK starts on.
      *-----------------------------------------------------------------
       600-COMPUTE-WEEK-START.
           COMPUTE WS-WORK-INT =
                   WS-TODAY-INT + ((WS-FOUND-WEEK - 1) * 7).
           COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLES.
           MOVE    WS-TODAY        TO  TITLE-DATE-O.
           WRITE   NETREQ-OUT  FROM    NETREQ-TITLE
                   AFTER ADVANCING 1   LINES.
           PERFORM VARYING WS-FOUND-WEEK FROM 1 BY 1
                   UNTIL WS-FOUND-WEEK > 12
               PERFORM 600-COMPUTE-WEEK-START
               MOVE    WS-WEEK-START   TO
                       PH-WEEK-DATE-O(WS-FOUND-WEEK)
           END-PERFORM.
           WRITE   NETREQ-OUT  FROM    PROJECTION-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  NETREQ-OUT.
           WRITE   NETREQ-OUT.

      *-----------------------------------------------------------------
       300-PRINT-PLANNED-ORDERS.
           WRITE   NETREQ-OUT  FROM    PLANNED-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   NETREQ-OUT  FROM    PLANNED-HEADER
                   AFTER ADVANCING 1   LINES.
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-COUNT
               MOVE    PL-PART-NUMBER(PL-IDX)  TO  PN-PART-O
               MOVE    PL-SOURCE(PL-IDX)       TO  PN-SOURCE-O
               MOVE    PL-LEAD-TIME(PL-IDX)    TO  PN-LEAD-O
               MOVE    PL-RELEASE-DATE(PL-IDX) TO  PN-RELEASE-DATE-O
               MOVE    PL-DUE-DATE(PL-IDX)     TO  PN-DUE-DATE-O
               MOVE    PL-QTY(PL-IDX)          TO  PN-QTY-O
               MOVE    PL-NOTE(PL-IDX)         TO  PN-NOTE-O
               WRITE   NETREQ-OUT  FROM    PLANNED-DETAIL
           END-PERFORM.

      *-----------------------------------------------------------------
       300-PRINT-PO-EXCEPTIONS.
           WRITE   NETREQ-OUT  FROM    EXCEPTION-TITLE
                   AFTER ADVANCING 2   LINES.
           WRITE   NETREQ-OUT  FROM    EXCEPTION-HEADER
                   AFTER ADVANCING 1   LINES.
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-COUNT
               MOVE    EX-PO-NUMBER(EX-IDX)    TO  EX-PO-NUMBER-O
               MOVE    EX-PART-NUMBER(EX-IDX)  TO  EX-PART-O
               MOVE    EX-SUPPLIER-ID(EX-IDX)  TO  EX-SUPPLIER-O
               MOVE    EX-OPEN-QTY(EX-IDX)     TO  EX-OPEN-QTY-O
               MOVE    EX-EXPECTED-DATE(EX-IDX) TO EX-EXPECTED-O
               MOVE    EX-ACTION(EX-IDX)       TO  EX-ACTION-O
               MOVE    EX-NEEDED(EX-IDX)       TO  EX-NEEDED-O
               WRITE   NETREQ-OUT  FROM    EXCEPTION-DETAIL
           END-PERFORM.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-FOOTER.
           MOVE    CT-PARTS-PROJECTED  TO  FOOTER-PARTS.
           MOVE    PL-COUNT            TO  FOOTER-PLANNED.
           MOVE    EX-COUNT            TO  FOOTER-EXCEPTIONS.
           WRITE   NETREQ-OUT  FROM    NETREQ-FOOTER
                   AFTER ADVANCING 2   LINES.
           DISPLAY "NET REQUIREMENTS COMPLETED - " CT-PARTS-PROJECTED
                   " PART(S), " PL-COUNT " PLANNED ORDER(S), "
                   EX-COUNT " PO EXCEPTION(S)".

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-BACKORD.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BACKORD.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BACKORD.
           MOVE    SPACES      TO  RC-FN-KITPLAN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "KITPLAN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-KITPLAN.
           MOVE    SPACES      TO  RC-FN-BOMFILE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BOMFILE" DELIMITED BY SIZE
                   INTO RC-FN-BOMFILE.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-NETREQ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "NETREQ.TXT" DELIMITED BY SIZE
                   INTO RC-FN-NETREQ.

      ******************************************************************
      * This program imports the advance ship notices (ASNs) the
      * suppliers send ahead of a truck, in place of receiving keying
      * every "R" off the paper packing slip. Each comma-delimited
      * line (ASN number, PO number, part, quantity shipped, lot,
      * expiry) is checked against the open purchase orders - the PO
      * must be on file, still open, and for that part - and the
      * part against INVENT6. Good lines are held on ASNOPEN.TXT as
      * expected receipts, priced the way the PO was placed (the
      * blanket contract price on a release, otherwise the supplier's
      * PARTSUPP price, otherwise the part's own price) and converted
      * to local money at the rate in force for a foreign supplier,
      * so that ASN-RECEIVING only has to confirm what came off the
      * truck. The supplier ships and prices in its own purchase
      * unit: the quantity is multiplied out by the PARTSUPP
      * conversion factor and the quote divided down by it, so the
      * expected receipt is held in stocking units at the cost per
      * stocking unit (a blanket contract price already is). Bad
      * lines go to ASNREJ.TXT with a reason:
      *    BC - quantity missing or zero
      *    NM - part not on the master
      *    NP - PO not on the open-PO file
      *    PC - PO already closed
      *    PM - PO is for a different part
      *    DU - same ASN, PO and part already held
      *    UC - quantity too large once converted to stocking units
      *
      * The expected-receipt file is claimed (locked) for the run, so
      * the import cannot append behind a dock session that is about
      * to write the file back.
      *
      * Used File
      *    - Advance Ship Notices: ASN.TXT
      *    - Open Purchase Orders: OPENPO.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Agreement Release Log: BPAREL.TXT
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Exchange Rate File: EXCHRATE.TXT
      *    - Expected Receipts: ASNOPEN.TXT (extended)
      *    - Rejected ASN Lines: ASNREJ.TXT (extended)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 ASN-IMPORT.
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
           SELECT  ASN-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ASN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASN-FILE-STAT.

           SELECT  OPENPO-FILE-IN
                   ASSIGN DYNAMIC RC-FN-OPENPO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENPO-FILE-STAT.

           SELECT  INVENT-FILE
                   ASSIGN DYNAMIC RC-FN-INVENT6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTSUPP-FILE-IN
                   ASSIGN DYNAMIC RC-FN-PARTSUPP
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PS-KEY
                   FILE STATUS IS PARTSUPP-FILE-STAT.

           SELECT  BPAREL-FILE-IN
                   ASSIGN DYNAMIC RC-FN-BPAREL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BPAREL-FILE-STAT.

           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  EXCHRATE-FILE-IN
                   ASSIGN DYNAMIC RC-FN-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCHRATE-FILE-STAT.

           SELECT  ASNOPEN-FILE
                   ASSIGN DYNAMIC RC-FN-ASNOPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNOPEN-FILE-STAT.

           SELECT  ASNREJ-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-ASNREJ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASNREJ-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One comma-delimited ASN line: ASN number, PO number, part,
      *    quantity shipped, lot, expiry date.
       FD  ASN-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ASN-LINE-IN.
       01  ASN-LINE-IN             PIC X(80).

      *    Same layout as OPENPO-RECORD in BatchUpdate.cbl.
       FD  OPENPO-FILE-IN
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS OPENPO-RECORD-IN.
       01  OPENPO-RECORD-IN            PIC X(44).

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

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPP-ID             PIC X(02).
           05  SUPP-NAME           PIC X(15).
           05  SUPP-LEAD-TIME      PIC 9(03).
           05  SUPP-CONTACT        PIC X(20).
           05  SUPP-PHONE          PIC X(12).
           05  SUPP-TERMS          PIC X(10).
           05  SUPP-CURRENCY       PIC X(03).
           05  SUPP-VMI-FLAG       PIC X(01).
           05  FILLER              PIC X(14).

      *    Same layout as EXCHRATE-RECORD in ExchRateUpdate.cbl.
       FD  EXCHRATE-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHRATE-RECORD-IN.
       01  EXCHRATE-RECORD-IN.
           05  XR-CURRENCY-IN      PIC X(03).
           05  XR-EFF-DATE-IN      PIC 9(08).
           05  XR-RATE-IN          PIC 9(03)V9(06).

      *    One expected receipt per ASN line. ASN-RECEIVING fills in
      *    the dock's side when the line is confirmed and moves it to
      *    ASNRCV.TXT in this same layout.
       FD  ASNOPEN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ASNOPEN-RECORD.
       01  ASNOPEN-RECORD.
           05  AS-ASN-NUMBER       PIC X(10).
           05  AS-PO-NUMBER        PIC 9(06).
           05  AS-PART-NUMBER      PIC 9(05).
           05  AS-SUPPLIER-ID      PIC X(02).
           05  AS-SHIPPED-QTY      PIC 9(07).
           05  AS-LOT-NUMBER       PIC X(10).
           05  AS-EXPIRY-DATE      PIC 9(08).
      *    Receipt cost in local money, and on a foreign supplier
      *    the price in their currency it was converted from.
           05  AS-UNIT-COST        PIC 9(04)V99.
           05  AS-FOREIGN-COST     PIC 9(04)V99.
           05  AS-CURRENCY         PIC X(03).
           05  AS-IMPORT-DATE      PIC 9(08).
      *    "E" expected, "R" received at the dock.
           05  AS-STATUS           PIC X(01).
           05  AS-RECEIVED-QTY     PIC 9(07).
           05  AS-RECEIVED-DATE    PIC 9(08).
           05  AS-LOCATION         PIC X(02).
           05  AS-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(03).

      *    The rejected line as it arrived, the day, and the reason.
       FD  ASNREJ-FILE-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ASNREJ-RECORD-OUT.
       01  ASNREJ-RECORD-OUT.
           05  AJ-ASN-LINE         PIC X(80).
           05  AJ-DATE             PIC 9(08).
           05  AJ-REASON           PIC X(02).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Record-lock parameter block: the expected-receipt file is
      *    claimed for the run.
       COPY "RecordLock.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-ASN            PIC X(40).
           05  RC-FN-OPENPO         PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTSUPP       PIC X(40).
           05  RC-FN-BPAREL         PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-EXCHRATE       PIC X(40).
           05  RC-FN-ASNOPEN        PIC X(40).
           05  RC-FN-ASNREJ         PIC X(40).

      *    The parsed fields of the ASN line being worked.
       01  PARSED-ASN-LINE.
           05  WS-ASN-TEXT         PIC X(12).
           05  WS-PO-TEXT          PIC X(10).
           05  WS-PART-TEXT        PIC X(10).
           05  WS-QTY-TEXT         PIC X(10).
           05  WS-LOT-TEXT         PIC X(12).
           05  WS-EXP-TEXT         PIC X(10).
           05  WS-ASN-NUMBER       PIC X(10).
           05  WS-ASN-PO           PIC 9(06).
           05  WS-ASN-PART         PIC 9(05).
           05  WS-ASN-QTY          PIC 9(07).
           05  WS-ASN-LOT          PIC X(10).
           05  WS-ASN-EXPIRY       PIC 9(08).
           05  WS-ERR-REASON       PIC X(02).
      *    Stocking units in one of the supplier's purchase units.
           05  WS-CONV-FACTOR      PIC 9(05).
           05  WS-STOCK-QTY        PIC 9(07).

      *    Every PO on the open-PO file.
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

      *    The contract price each blanket release was cut at.
       01  RELEASE-TABLE.
           05  RL-COUNT            PIC 9(04) VALUE ZEROS.
           05  RL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON RL-COUNT
                                   INDEXED BY RL-IDX.
               10  RL-PO-NUMBER        PIC 9(06).
               10  RL-CONTRACT-PRICE   PIC 9(04)V99.

      *    The ASN lines already held, and those added this run, so
      *    a notice sent twice is held once.
       01  HELD-ASN-TABLE.
           05  HA-COUNT            PIC 9(04) VALUE ZEROS.
           05  HA-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON HA-COUNT
                                   INDEXED BY HA-IDX.
               10  HA-ASN-NUMBER       PIC X(10).
               10  HA-PO-NUMBER        PIC 9(06).
               10  HA-PART-NUMBER      PIC 9(05).

      *    Supplier currencies and dated exchange rates, loaded once
      *    so a foreign supplier's price converts the way a keyed
      *    receipt's does.
       01  CURRENCY-CONTROL.
           05  SUPPLIER-EOF-SW     PIC X(01).
           05  EXCHRATE-EOF-SW     PIC X(01).
           05  WS-PO-CURRENCY      PIC X(03).
           05  WS-RATE-IN-FORCE    PIC 9(03)V9(06).
           05  WS-RATE-EFF-DATE    PIC 9(08).
           05  WS-LINE-COST        PIC 9(04)V99.
           05  WS-FOREIGN-COST     PIC 9(04)V99.

       01  SUPPLIER-CURRENCY-TABLE.
           05  SY-COUNT            PIC 9(02) VALUE ZEROS.
           05  SY-ENTRY            OCCURS 0 TO 99 TIMES
                                   DEPENDING ON SY-COUNT
                                   INDEXED BY SY-IDX.
               10  SY-SUPPLIER-ID      PIC X(02).
               10  SY-CURRENCY         PIC X(03).

       01  EXCH-RATE-TABLE.
           05  XT-COUNT            PIC 9(04) VALUE ZEROS.
           05  XT-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON XT-COUNT
                                   INDEXED BY XT-IDX.
               10  XT-CURRENCY         PIC X(03).
               10  XT-EFFECTIVE-DATE   PIC 9(08).
               10  XT-RATE             PIC 9(03)V9(06).

       01  SWITCHES-AND-COUNTERS.
           05  ASN-EOF-SW          PIC X(01) VALUE "N".
           05  OPENPO-EOF-SW       PIC X(01) VALUE "N".
           05  BPAREL-EOF-SW       PIC X(01) VALUE "N".
           05  ASNOPEN-EOF-SW      PIC X(01) VALUE "N".
           05  WS-LINE-OK-SW       PIC X(01).
               88  ASN-LINE-OK               VALUE "Y".
           05  PARTSUPP-AVAIL-SW   PIC X(01) VALUE "N".
               88  PARTSUPP-AVAILABLE        VALUE "Y".
           05  CT-LINES-READ       PIC 9(05) VALUE ZEROS.
           05  CT-LINES-HELD       PIC 9(05) VALUE ZEROS.
           05  CT-LINES-REJECTED   PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  ASN-FILE-STAT       PIC X(02).
           05  OPENPO-FILE-STAT    PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTSUPP-FILE-STAT  PIC X(02).
           05  BPAREL-FILE-STAT    PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).
           05  EXCHRATE-FILE-STAT  PIC X(02).
           05  ASNOPEN-FILE-STAT   PIC X(02).
           05  ASNREJ-FILE-STAT    PIC X(02).

      *    A missing ASN file or master, or the expected-receipt file
      *    held by the dock, leaves nothing to import - flagged so
      *    the run ends with a non-zero RETURN-CODE.
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
       100-IMPORT-SHIP-NOTICES.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 200-INITIATE-IMPORT.
           IF  NOT ABEND-DETECTED
               PERFORM 200-IMPORT-ONE-LINE
                       UNTIL ASN-EOF-SW = "Y"
               PERFORM 200-TERMINATE-IMPORT
           END-IF.
           IF  ABEND-DETECTED
               MOVE    16      TO  RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
       200-INITIATE-IMPORT.
           OPEN    INPUT   ASN-FILE-IN.
           IF  ASN-FILE-STAT NOT = "00"
               DISPLAY "ASN IMPORT: NO ASN.TXT, STATUS "
                       ASN-FILE-STAT " - NOTHING TO IMPORT"
               SET     ABEND-DETECTED  TO  TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   INVENT-FILE.
           IF  INVENT-FILE-STAT NOT = "00"
               DISPLAY "ASN IMPORT: CANNOT OPEN INVENT6, STATUS "
                       INVENT-FILE-STAT
               SET     ABEND-DETECTED  TO  TRUE
               CLOSE   ASN-FILE-IN
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "ASN IMPORT: EXPECTED RECEIPTS HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - RUN AGAIN LATER"
               SET     ABEND-DETECTED  TO  TRUE
               CLOSE   ASN-FILE-IN
                       INVENT-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   PARTSUPP-FILE-IN.
           IF  PARTSUPP-FILE-STAT = "00"
               SET     PARTSUPP-AVAILABLE  TO  TRUE
           END-IF.
           PERFORM 300-LOAD-OPEN-PO-TABLE.
           PERFORM 300-LOAD-RELEASE-TABLE.
           PERFORM 300-LOAD-HELD-ASN-TABLE.
           PERFORM 300-LOAD-CURRENCY-TABLES.
           OPEN    EXTEND  ASNOPEN-FILE.
           IF  ASNOPEN-FILE-STAT NOT = "00"
               OPEN    OUTPUT  ASNOPEN-FILE
           END-IF.
           OPEN    EXTEND  ASNREJ-FILE-OUT.
           IF  ASNREJ-FILE-STAT NOT = "00"
               OPEN    OUTPUT  ASNREJ-FILE-OUT
           END-IF.
           READ    ASN-FILE-IN
                   AT END  MOVE "Y" TO ASN-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
       200-IMPORT-ONE-LINE.
           ADD     1       TO  CT-LINES-READ.
           PERFORM 300-PARSE-AND-VALIDATE.
           IF  ASN-LINE-OK
               PERFORM 300-HOLD-EXPECTED-RECEIPT
           ELSE
               PERFORM 300-REJECT-ASN-LINE
           END-IF.
           READ    ASN-FILE-IN
                   AT END  MOVE "Y" TO ASN-EOF-SW
           END-READ.

      *-----------------------------------------------------------------
      * A real part, a real PO still open for that part, a quantity,
      * and not a notice already held.
      *-----------------------------------------------------------------
       300-PARSE-AND-VALIDATE.
           MOVE    "Y"     TO  WS-LINE-OK-SW.
           MOVE    SPACES  TO  WS-ERR-REASON
                               WS-ASN-TEXT
                               WS-PO-TEXT
                               WS-PART-TEXT
                               WS-QTY-TEXT
                               WS-LOT-TEXT
                               WS-EXP-TEXT.
           UNSTRING ASN-LINE-IN
                   DELIMITED BY ","
                   INTO    WS-ASN-TEXT
                           WS-PO-TEXT
                           WS-PART-TEXT
                           WS-QTY-TEXT
                           WS-LOT-TEXT
                           WS-EXP-TEXT.
           MOVE    FUNCTION TRIM(WS-ASN-TEXT)      TO  WS-ASN-NUMBER.
           IF  WS-PO-TEXT NOT = SPACES
               COMPUTE WS-ASN-PO = FUNCTION NUMVAL(WS-PO-TEXT)
           ELSE
               MOVE    ZEROS   TO  WS-ASN-PO
           END-IF.
           IF  WS-PART-TEXT NOT = SPACES
               COMPUTE WS-ASN-PART = FUNCTION NUMVAL(WS-PART-TEXT)
           ELSE
               MOVE    ZEROS   TO  WS-ASN-PART
           END-IF.
           IF  WS-QTY-TEXT NOT = SPACES
               COMPUTE WS-ASN-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
           ELSE
               MOVE    ZEROS   TO  WS-ASN-QTY
           END-IF.
           MOVE    FUNCTION TRIM(WS-LOT-TEXT)      TO  WS-ASN-LOT.
           IF  WS-EXP-TEXT NOT = SPACES
               COMPUTE WS-ASN-EXPIRY = FUNCTION NUMVAL(WS-EXP-TEXT)
           ELSE
               MOVE    ZEROS   TO  WS-ASN-EXPIRY
           END-IF.
           IF  WS-ASN-QTY = ZEROS
               MOVE    "BC"    TO  WS-ERR-REASON
               MOVE    "N"     TO  WS-LINE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-ASN-PART     TO  IN-PART-NUMBER.
           READ INVENT-FILE    KEY IS  IN-PART-NUMBER
               INVALID KEY
                   MOVE    "NM"    TO  WS-ERR-REASON
                   MOVE    "N"     TO  WS-LINE-OK-SW
           END-READ.
           IF  NOT ASN-LINE-OK
               EXIT PARAGRAPH
           END-IF.
           IF  OP-COUNT = ZEROS
               MOVE    "NP"    TO  WS-ERR-REASON
               MOVE    "N"     TO  WS-LINE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           SET     OP-IDX  TO  1.
           SEARCH  OP-ENTRY
               AT END
                   MOVE    "NP"    TO  WS-ERR-REASON
                   MOVE    "N"     TO  WS-LINE-OK-SW
               WHEN    OP-PO-NUMBER(OP-IDX) = WS-ASN-PO
                   EVALUATE TRUE
                       WHEN OP-STATUS(OP-IDX) = "C"
                           MOVE    "PC"    TO  WS-ERR-REASON
                           MOVE    "N"     TO  WS-LINE-OK-SW
                       WHEN OP-PART-NUMBER(OP-IDX) NOT = WS-ASN-PART
                           MOVE    "PM"    TO  WS-ERR-REASON
                           MOVE    "N"     TO  WS-LINE-OK-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH.
           IF  NOT ASN-LINE-OK
               EXIT PARAGRAPH
           END-IF.
           IF  HA-COUNT > ZEROS
               SET     HA-IDX  TO  1
               SEARCH  HA-ENTRY
                   WHEN    HA-ASN-NUMBER(HA-IDX) = WS-ASN-NUMBER
                       AND HA-PO-NUMBER(HA-IDX) = WS-ASN-PO
                       AND HA-PART-NUMBER(HA-IDX) = WS-ASN-PART
                       MOVE    "DU"    TO  WS-ERR-REASON
                       MOVE    "N"     TO  WS-LINE-OK-SW
               END-SEARCH
           END-IF.
           IF  NOT ASN-LINE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 400-CONVERT-ASN-QUANTITY.

      *-----------------------------------------------------------------
      * The shipped quantity is in the supplier's purchase unit for
      * the part; multiply it out to stocking units. OP-IDX still
      * points at the PO. A source with no cross-reference entry
      * ships in stocking units.
      *-----------------------------------------------------------------
       400-CONVERT-ASN-QUANTITY.
           MOVE    1       TO  WS-CONV-FACTOR.
           IF  PARTSUPP-AVAILABLE
               MOVE    WS-ASN-PART             TO  PS-PART-NUMBER
               MOVE    OP-SUPPLIER-ID(OP-IDX)  TO  PS-SUPPLIER-ID
               READ PARTSUPP-FILE-IN   KEY IS  PS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PS-CONV-FACTOR > 1
                           MOVE    PS-CONV-FACTOR  TO  WS-CONV-FACTOR
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-STOCK-QTY = WS-ASN-QTY * WS-CONV-FACTOR
               ON SIZE ERROR
                   MOVE    "UC"    TO  WS-ERR-REASON
                   MOVE    "N"     TO  WS-LINE-OK-SW
           END-COMPUTE.

      *-----------------------------------------------------------------
      * Price the line the way the PO was placed, then hold it as an
      * expected receipt. OP-IDX still points at the PO.
      *-----------------------------------------------------------------
       300-HOLD-EXPECTED-RECEIPT.
           MOVE    SPACES              TO  WS-PO-CURRENCY.
           MOVE    ZEROS               TO  WS-FOREIGN-COST.
           PERFORM 400-PRICE-ASN-LINE.
           MOVE    SPACES              TO  ASNOPEN-RECORD.
           MOVE    WS-ASN-NUMBER       TO  AS-ASN-NUMBER.
           MOVE    WS-ASN-PO           TO  AS-PO-NUMBER.
           MOVE    WS-ASN-PART         TO  AS-PART-NUMBER.
           MOVE    OP-SUPPLIER-ID(OP-IDX)  TO  AS-SUPPLIER-ID.
           MOVE    WS-STOCK-QTY        TO  AS-SHIPPED-QTY.
           MOVE    WS-ASN-LOT          TO  AS-LOT-NUMBER.
           MOVE    WS-ASN-EXPIRY       TO  AS-EXPIRY-DATE.
           MOVE    WS-LINE-COST        TO  AS-UNIT-COST.
           MOVE    WS-FOREIGN-COST     TO  AS-FOREIGN-COST.
           MOVE    WS-PO-CURRENCY      TO  AS-CURRENCY.
           MOVE    WS-TODAY            TO  AS-IMPORT-DATE.
           MOVE    "E"                 TO  AS-STATUS.
           MOVE    ZEROS               TO  AS-RECEIVED-QTY
                                           AS-RECEIVED-DATE.
           WRITE   ASNOPEN-RECORD.
           ADD     1                   TO  CT-LINES-HELD.
           IF  HA-COUNT < 9999
               ADD     1               TO  HA-COUNT
               SET     HA-IDX          TO  HA-COUNT
               MOVE    WS-ASN-NUMBER   TO  HA-ASN-NUMBER(HA-IDX)
               MOVE    WS-ASN-PO       TO  HA-PO-NUMBER(HA-IDX)
               MOVE    WS-ASN-PART     TO  HA-PART-NUMBER(HA-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * A blanket release is received at its contract price, any
      * other PO at the supplier's PARTSUPP price divided down to the
      * stocking unit - both in the supplier's currency and converted
      * here. With neither, the part's own unit price stands, already
      * local.
      *-----------------------------------------------------------------
       400-PRICE-ASN-LINE.
           MOVE    ZEROS   TO  WS-LINE-COST.
           IF  RL-COUNT > ZEROS
               SET     RL-IDX  TO  1
               SEARCH  RL-ENTRY
                   WHEN    RL-PO-NUMBER(RL-IDX) = WS-ASN-PO
                       MOVE    RL-CONTRACT-PRICE(RL-IDX)   TO
                               WS-LINE-COST
               END-SEARCH
           END-IF.
           IF  WS-LINE-COST = ZEROS AND PARTSUPP-AVAILABLE
               MOVE    WS-ASN-PART             TO  PS-PART-NUMBER
               MOVE    OP-SUPPLIER-ID(OP-IDX)  TO  PS-SUPPLIER-ID
               READ PARTSUPP-FILE-IN   KEY IS  PS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LINE-COST ROUNDED =
                               PS-PRICE / WS-CONV-FACTOR
               END-READ
           END-IF.
           IF  WS-LINE-COST = ZEROS
               MOVE    IN-UNIT-PRICE   TO  WS-LINE-COST
           ELSE
               PERFORM 500-CONVERT-LINE-COST
           END-IF.

      *-----------------------------------------------------------------
       500-CONVERT-LINE-COST.
           IF  SY-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           SET     SY-IDX  TO  1.
           SEARCH  SY-ENTRY
                   WHEN    SY-SUPPLIER-ID(SY-IDX) =
                           OP-SUPPLIER-ID(OP-IDX)
                       MOVE    SY-CURRENCY(SY-IDX) TO
                               WS-PO-CURRENCY
           END-SEARCH.
           IF  WS-PO-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS   TO  WS-RATE-IN-FORCE
                               WS-RATE-EFF-DATE.
           PERFORM VARYING XT-IDX FROM 1 BY 1 UNTIL XT-IDX > XT-COUNT
               IF  XT-CURRENCY(XT-IDX) = WS-PO-CURRENCY
                       AND XT-EFFECTIVE-DATE(XT-IDX) NOT > WS-TODAY
                       AND XT-EFFECTIVE-DATE(XT-IDX)
                           NOT < WS-RATE-EFF-DATE
                   MOVE    XT-RATE(XT-IDX) TO  WS-RATE-IN-FORCE
                   MOVE    XT-EFFECTIVE-DATE(XT-IDX)   TO
                           WS-RATE-EFF-DATE
               END-IF
           END-PERFORM.
           IF  WS-RATE-IN-FORCE = ZEROS
               DISPLAY "ASN IMPORT: NO RATE FOR "
                       WS-PO-CURRENCY " - PO " WS-ASN-PO
                       " COST TAKEN AS LOCAL"
               MOVE    SPACES  TO  WS-PO-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-LINE-COST    TO  WS-FOREIGN-COST.
           COMPUTE WS-LINE-COST ROUNDED =
                   WS-FOREIGN-COST * WS-RATE-IN-FORCE.

      *-----------------------------------------------------------------
       300-REJECT-ASN-LINE.
           MOVE    SPACES              TO  ASNREJ-RECORD-OUT.
           MOVE    ASN-LINE-IN         TO  AJ-ASN-LINE.
           MOVE    WS-TODAY            TO  AJ-DATE.
           MOVE    WS-ERR-REASON       TO  AJ-REASON.
           WRITE   ASNREJ-RECORD-OUT.
           ADD     1                   TO  CT-LINES-REJECTED.

      *-----------------------------------------------------------------
       200-TERMINATE-IMPORT.
           CLOSE   ASN-FILE-IN
                   INVENT-FILE
                   ASNOPEN-FILE
                   ASNREJ-FILE-OUT.
           IF  PARTSUPP-AVAILABLE
               CLOSE   PARTSUPP-FILE-IN
           END-IF.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "ASN IMPORT COMPLETED - "
                   CT-LINES-READ " READ, "
                   CT-LINES-HELD " HELD, "
                   CT-LINES-REJECTED " REJECTED".

      ******************************************************************
      * Claim the expected-receipt file under the same single lock
      * entry the dock session takes.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "ASNOPEN"       TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    "ASNIMPRT"      TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-LOAD-OPEN-PO-TABLE.
           OPEN    INPUT   OPENPO-FILE-IN.
           IF  OPENPO-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    OPENPO-FILE-IN
                   AT END  MOVE "Y" TO OPENPO-EOF-SW
           END-READ.
           PERFORM UNTIL OPENPO-EOF-SW = "Y"
               IF  OP-COUNT < 9999
                   ADD     1                   TO  OP-COUNT
                   SET     OP-IDX              TO  OP-COUNT
                   MOVE    OPENPO-RECORD-IN    TO  OP-RECORD(OP-IDX)
               END-IF
               READ    OPENPO-FILE-IN
                       AT END  MOVE "Y" TO OPENPO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   OPENPO-FILE-IN.

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
                   MOVE    BR-CONTRACT-PRICE   TO
                           RL-CONTRACT-PRICE(RL-IDX)
               END-IF
               READ    BPAREL-FILE-IN
                       AT END  MOVE "Y" TO BPAREL-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   BPAREL-FILE-IN.

      *-----------------------------------------------------------------
       300-LOAD-HELD-ASN-TABLE.
           OPEN    INPUT   ASNOPEN-FILE.
           IF  ASNOPEN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    ASNOPEN-FILE
                   AT END  MOVE "Y" TO ASNOPEN-EOF-SW
           END-READ.
           PERFORM UNTIL ASNOPEN-EOF-SW = "Y"
               IF  HA-COUNT < 9999
                   ADD     1               TO  HA-COUNT
                   SET     HA-IDX          TO  HA-COUNT
                   MOVE    AS-ASN-NUMBER   TO  HA-ASN-NUMBER(HA-IDX)
                   MOVE    AS-PO-NUMBER    TO  HA-PO-NUMBER(HA-IDX)
                   MOVE    AS-PART-NUMBER  TO  HA-PART-NUMBER(HA-IDX)
               END-IF
               READ    ASNOPEN-FILE
                       AT END  MOVE "Y" TO ASNOPEN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   ASNOPEN-FILE.

      *-----------------------------------------------------------------
      * Load each supplier's currency and the dated exchange rates,
      * the way TRANS-ENTRY does at start-up.
      *-----------------------------------------------------------------
       300-LOAD-CURRENCY-TABLES.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT = "00"
               MOVE    "N"     TO  SUPPLIER-EOF-SW
               PERFORM UNTIL SUPPLIER-EOF-SW = "Y"
                   READ SUPPLIER-FILE-IN NEXT
                       AT END
                           MOVE    "Y"     TO  SUPPLIER-EOF-SW
                       NOT AT END
                           IF  SY-COUNT < 99
                               ADD     1           TO  SY-COUNT
                               SET     SY-IDX      TO  SY-COUNT
                               MOVE    SUPP-ID     TO
                                       SY-SUPPLIER-ID(SY-IDX)
                               IF  SUPP-CURRENCY ALPHABETIC
                                   MOVE    SUPP-CURRENCY   TO
                                           SY-CURRENCY(SY-IDX)
                               ELSE
                                   MOVE    SPACES          TO
                                           SY-CURRENCY(SY-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   SUPPLIER-FILE-IN
           END-IF.
           OPEN    INPUT   EXCHRATE-FILE-IN.
           IF  EXCHRATE-FILE-STAT = "00"
               MOVE    "N"     TO  EXCHRATE-EOF-SW
               READ    EXCHRATE-FILE-IN
                       AT END  MOVE "Y" TO EXCHRATE-EOF-SW
               END-READ
               PERFORM UNTIL EXCHRATE-EOF-SW = "Y"
                   ADD     1               TO  XT-COUNT
                   SET     XT-IDX          TO  XT-COUNT
                   MOVE    XR-CURRENCY-IN  TO  XT-CURRENCY(XT-IDX)
                   MOVE    XR-EFF-DATE-IN  TO
                           XT-EFFECTIVE-DATE(XT-IDX)
                   MOVE    XR-RATE-IN      TO  XT-RATE(XT-IDX)
                   READ    EXCHRATE-FILE-IN
                           AT END  MOVE "Y" TO EXCHRATE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   EXCHRATE-FILE-IN
           END-IF.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-ASN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASN.
           MOVE    SPACES      TO  RC-FN-OPENPO.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPO.TXT" DELIMITED BY SIZE
                   INTO RC-FN-OPENPO.
           MOVE    SPACES      TO  RC-FN-INVENT6.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTSUPP.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUPP" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUPP.
           MOVE    SPACES      TO  RC-FN-BPAREL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "BPAREL.TXT" DELIMITED BY SIZE
                   INTO RC-FN-BPAREL.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-EXCHRATE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "EXCHRATE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-EXCHRATE.
           MOVE    SPACES      TO  RC-FN-ASNOPEN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNOPEN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNOPEN.
           MOVE    SPACES      TO  RC-FN-ASNREJ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ASNREJ.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ASNREJ.

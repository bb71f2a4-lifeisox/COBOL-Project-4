
      *    Retained price history - one record for every change to a
      *    part's unit price from any program, with where it came
      *    from ("R" = receipt-cost blend here, "K" = kit build or
      *    disassembly blend here, "B" = batch price change in
      *    PRICE-CHANGE-APPLY).
           SELECT  PRICHIST-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-PRICHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOTHIST-FILE-STATUS.

      *    FIFO cost layers: one record per receipt, add, return, or
      *    build still holding stock, at the unit cost it came on at.
      *    Loaded before the merge, opened by every valued movement
      *    on, consumed oldest-first by every valued issue, and
      *    rewritten (open layers only) at end of run. The ledger
      *    stays on the weighted average - the layers are the FIFO
      *    view of the same stock.
           SELECT  COSTLAYR-FILE
                   ASSIGN DYNAMIC RC-FN-COSTLAYR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COSTLAYR-FILE-STATUS.

      *    One record per valued issue with the FIFO cost the layers
      *    gave up beside the weighted-average cost the ledger took,
      *    appended forever - the month-end FIFO valuation reads it
      *    for FIFO cost of goods sold.
           SELECT  FIFOHIST-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-FIFOHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FIFOHIST-FILE-STATUS.

      *    Selling-price list maintained by SELL-PRICE-UPDATE: one
      *    record per part and effective date. Loaded into a table
      *    before the merge so every "S" sale can be valued at the
      *    Location master maintained by LOCATION-UPDATE. Loaded into
      *    a table before the merge so a transaction keyed against an
      *    undefined or retired location is rejected to the error
      *    file instead of silently opening a balance for it on
      *    PARTLOC.
           SELECT  LOCMAST-FILE
                   ASSIGN DYNAMIC RC-FN-LOCMAST
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS LOCM-ID
                   FILE STATUS IS LOCM-FILE-STATUS.

      *    Part control master maintained by PART-CONTROL-UPDATE -
      *    read by part to learn whether a movement is serialized.
      *    Not built yet means no part is serialized.
           SELECT  PARTCTL-FILE
                   ASSIGN DYNAMIC RC-FN-PARTCTL
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PC-PART-NUMBER
                   FILE STATUS IS PARTCTL-FILE-STATUS.

      *    Part supersessions maintained by SUPERSESSION-UPDATE - a
      *    sale or backorder of a superseded part may be filled from
      *    the part that replaced it. Not built yet means no part has
      *    been replaced.
           SELECT  SUPERSED-FILE
                   ASSIGN DYNAMIC RC-FN-SUPERSED
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SU-OLD-PART
                   FILE STATUS IS SUPERSED-FILE-STATUS.

      *    Released serials captured by SERIAL-CAPTURE, one line per
      *    unit, carrying the part, operator, and link of the staged
      *    transaction they belong to. Loaded before the merge and
      *    rewritten at end of run with only the lines no posting
      *    consumed - a rejected movement keeps its serials for the
      *    corrected resubmission.
           SELECT  SERIALS-FILE
                   ASSIGN DYNAMIC RC-FN-SERIALS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERIALS-FILE-STATUS.

      *    Serial master: one record per serial of a part, with its
      *    current status, location, and customer. Updated record by
      *    record as each serialized movement posts; created empty
      *    the first time it is missing.
           SELECT  SERMAST-FILE
                   ASSIGN DYNAMIC RC-FN-SERMAST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SR-KEY
                   FILE STATUS IS SERMAST-FILE-STATUS.

      *    Dated serial movement history, appended forever - what the
      *    serial inquiry reads to trace a unit for a warranty claim.
           SELECT  SERHIST-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-SERHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SERHIST-FILE-STATUS.

      *    Part/location balances: one record per part and location
      *    with the on-hand there. A master's records are read into
      *    LOCATION-TABLE-IN as the master is read, and the changed
      *    ones written back as the master is written out - ahead of
      *    the checkpoint, so a restart finds them already posted.
      *    Created empty the first time it is missing.
           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STATUS.

      *    Daily part-activity summary: every history record written
      *    is added into its part, day and code. Never created here -
      *    until PART-SUMMARY-REBUILD has built it from the history
      *    nothing is posted, and the reports keep reading TRANHIST.
           SELECT  PARTSUMM-FILE
                   ASSIGN DYNAMIC RC-FN-PARTSUMM
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PSM-KEY
                   FILE STATUS IS PARTSUMM-FILE-STATUS.

      *    Consignment agreements maintained by CONSIGNMENT-UPDATE,
      *    each carrying the supplier-owned share of a part's
      *    on-hand. A master's agreements are read into
      *    CONSIGN-TABLE as the master is read and the changed ones
      *    written back with its location balances, ahead of the
      *    checkpoint. Created empty the first time it is missing.
           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STATUS.

      *    One line per consumption of supplier-owned stock - what
      *    we now owe the supplier at the agreed price. Appended to;
      *    the monthly CONSIGNMENT-SETTLEMENT statement reads it.
           SELECT  CONSLIAB-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-CONSLIAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONSLIAB-FILE-STATUS.

      *    The destination site's inter-site transfer queue, under
      *    that site's own prefix: each "1" that posts appends the
      *    shipment to it, opened and closed around the one write
      *    because every ship may be bound for a different site.
           SELECT  XFERIN-FILE-OUT
                   ASSIGN DYNAMIC WS-FN-XFERIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFERIN-FILE-STATUS.

      *    This site's transfer receipt log: each "2" that posts
      *    appends a "P" line, and each "3" an "L" line, taking the
      *    goods out of transit.
           SELECT  XFERRCV-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-XFERRCV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XFERRCV-FILE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           05  UNIT-PRICE-IN       PIC 9(04)V99.
           05  REORDER-POINT-IN    PIC 9(03).
           05  SUPPLIER-ID-IN      PIC X(02).
      *    Formerly the three location slots - the per-location
      *    on-hand now lives on PARTLOC.
           05  FILLER              PIC X(27).

       FD  TRANS-FILE-IN
           RECORD CONTAINS 100 CHARACTERS
      *    issue a build explodes into - never keyed directly.
               88  TR-KIT-BUILD-CODE         VALUE "B".
               88  TR-KIT-ISSUE-CODE         VALUE "I".
      *    "Z" takes TR-VALUE kits of this part apart again, back
      *    into the components on its bill; "O" is the internally
      *    generated component put-back it explodes into - never
      *    keyed directly.
               88  TR-KIT-DISASSEMBLY-CODE   VALUE "Z".
               88  TR-KIT-PUTBACK-CODE       VALUE "O".
      *    "M" receives supplier-owned consignment stock: it goes on
      *    hand and on the supplier's agreement, but carries no cost
      *    and raises no inventory value until it is consumed.
               88  TR-CONSIGN-RECEIPT-CODE   VALUE "M".
      *    Inter-site transfers, staged by TRANSFER-ORDER-ENTRY and
      *    TRANSFER-RECEIVE - never keyed directly. "1" ships owned
      *    stock off this site to another site's queue, where it is
      *    in transit; "2" receives it here from our own queue at
      *    the shipping site's cost; "3" writes off, at that same
      *    cost, goods on our queue that will never arrive.
               88  TR-SITE-SHIP-CODE         VALUE "1".
               88  TR-SITE-RECEIPT-CODE      VALUE "2".
               88  TR-SITE-LOSS-CODE         VALUE "3".
           05  TR-VALUE            PIC 9(07).
      *    Location to post the receipt/sale quantity against. Spaces
      *    (legacy transaction data written before this field existed)
      *    Used only when TR-CODE is "A" (new-part add). TR-VALUE above
      *    carries the starting on-hand quantity for the new part.
           05  TR-NEW-PART-NAME    PIC X(20).
      *    On "1" the file prefix of the site shipped to, on "2"/"3"
      *    the prefix of the site the goods came from. TR-RECEIPT-COST
      *    carries the shipping site's unit cost on a "2"/"3".
           05  TR-XFER-SITE        REDEFINES TR-NEW-PART-NAME
                                   PIC X(20).
           05  TR-NEW-UNIT-PRICE   PIC 9(04)V99.
           05  TR-NEW-REORDER-PT   PIC 9(03).
      *    Also used by "M" (consignment receipt) for the supplier
      *    who owns the stock - spaces mean the part's own supplier -
      *    and by "V" to send consigned stock back to the supplier
      *    who owns it.
           05  TR-NEW-SUPPLIER-ID  PIC X(02).
      *    Used only when TR-CODE is "T" (inter-location transfer).
      *    TR-LOCATION above is the from-location, TR-VALUE the
      *    quantity moved, and this the location it moves to.
           05  TR-TO-LOCATION      PIC X(02).
      *    On "C" or "V": why the goods came back - (D)amaged,
      *    (W)rong item, (O)verstock, (R)MA. On a count-down ("D")
      *    or a scrap ("G"): the shrink reason, which must be an
      *    active code on the reason table or the record bounces.
           05  TR-REASON           PIC X(01).
      *    "Y" only on a receipt a supervisor approved out of the
      *    cost-variance suspense queue - the variance hold below is
      *    A receipt with no lot number is untracked stock, exactly
      *    as everything was before lots were captured.
           05  TR-LOT-NUMBER       PIC X(10).
      *    On "1"/"2"/"3": the shipping site's transfer order number.
           05  TR-XFER-LINK        REDEFINES TR-LOT-NUMBER.
               10  TR-XFER-ORDER       PIC 9(06).
               10  FILLER              PIC X(04).
           05  TR-EXPIRY-DATE      PIC 9(08).
      *    The operator who keyed (or released) the transaction,
      *    carried onto the history so a movement can always be
      *    force. Zero/spaces on local buys and other codes.
           05  TR-FOREIGN-COST     PIC 9(04)V99.
           05  TR-CURRENCY         PIC X(03).
      *    On a movement of a serialized part: the link its serials
      *    were captured under on SERIALS.TXT (with the part and
      *    TR-OPERATOR-ID). Spaces on everything else.
           05  TR-SERIAL-LINK      PIC X(03).

       FD  INVENT-FILE-OUT
           RECORD CONTAINS 70 CHARACTERS
           05  UNIT-PRICE-OUT      PIC 9(04)V99.
           05  REORDER-POINT-OUT   PIC 9(03).
           05  SUPPLIER-ID-OUT     PIC X(02).
           05  FILLER              PIC X(27).

      *    The rejected transaction is carried whole, followed by the
      *    date it bounced, why (for the correction workbench), and
           05  ERR-DATE            PIC 9(08).
      *    "NM" no matching master, "BC" bad code, "OS" oversell,
      *    "LF" location table full, "BL" location not on master,
      *    "DU" duplicate add, "SN" serials captured do not number
      *    TR-VALUE, "SS" a serial's status or location forbids the
      *    movement, "CA" consignment receipt with no agreement for
      *    the part and supplier, "RS" a count-down or scrap without
      *    an active shrink reason, "XQ" an inter-site shipment whose
      *    destination queue cannot be opened.
           05  ERR-REASON          PIC X(02).
           05  ERR-DISPOSITION     PIC X(01).

           05  HIST-PART-NUMBER    PIC 9(05).
           05  HIST-CODE           PIC X(01).
           05  HIST-VALUE          PIC 9(07).
      *    Reason code carried by return and quarantine records
      *    ("C"/"V"/"Q"/"H"), the shrink reason on count-downs and
      *    scraps ("D"/"G"), space on everything else.
           05  HIST-REASON         PIC X(01).
      *    The location the movement posted at (the from-location on
      *    a transfer) - carved out of what was filler, so the record
      *    length and every other reader's layout are unchanged.
           05  HIST-LOCATION       PIC X(02).
      *    Customer on sale/return records, spaces elsewhere.
           05  HIST-CUSTOMER-ID    PIC X(06).
      *    Supplier lot on receipt records, spaces elsewhere - the
      *    lot-level detail of issues lives on LOTHIST.TXT.
           05  HIST-LOT-NUMBER     PIC X(10).
      *    On a sale or backorder release filled from the part that
      *    superseded the one ordered: the part the customer ordered.
      *    HIST-PART-NUMBER is the part that actually shipped.
           05  HIST-SUBST-DETAIL   REDEFINES HIST-LOT-NUMBER.
               10  HIST-ORDERED-PART   PIC 9(05).
               10  FILLER              PIC X(05).
      *    On a kit disassembly ("Z") and every component put back by
      *    it ("O"): the kit taken apart and the disassembly's number
      *    in the run - the same pair on each record of the one event
      *    and on its GLWORK lines.
           05  HIST-KIT-LINK       REDEFINES HIST-LOT-NUMBER.
               10  HIST-LINK-KIT       PIC 9(05).
               10  HIST-LINK-SEQ       PIC 9(05).
      *    On an inter-site ship ("1") or receipt ("2"): the
      *    shipping site's transfer order number.
           05  HIST-XFER-LINK      REDEFINES HIST-LOT-NUMBER.
               10  HIST-XFER-ORDER     PIC 9(06).
               10  FILLER              PIC X(04).
      *    The operator whose transaction moved the stock.
           05  HIST-OPERATOR-ID    PIC X(08).
      *    On a foreign-currency receipt, the supplier's original
           05  FILLER              PIC X(01).

       FD  GLWORK-FILE-OUT
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS GLWORK-RECORD-OUT.
       01  GLWORK-RECORD-OUT.
           05  GLW-DATE            PIC 9(08).
           05  GLW-UNIT-AMOUNT     PIC 9(04)V99.
           05  GLW-EXT-AMOUNT      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
      *    The kit/number link of a kit disassembly, as on its
      *    TRANHIST records; spaces on every other line.
           05  GLW-EVENT-LINK.
               10  GLW-LINK-KIT        PIC 9(05).
               10  GLW-LINK-SEQ        PIC 9(05).

       FD  PRICHIST-FILE-OUT
           RECORD CONTAINS 26 CHARACTERS
           05  LH-PART-NUMBER      PIC 9(05).
           05  LH-LOT-NUMBER       PIC X(10).
      *    "R" the receipt that brought the lot in; the movement code
      *    of whatever took stock out of it ("S", "I", "V", "D",
      *    "Z").
           05  LH-CODE             PIC X(01).
           05  LH-QTY              PIC 9(07).
           05  LH-LOCATION         PIC X(02).

       FD  COSTLAYR-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS COSTLAYR-RECORD.
       01  COSTLAYR-RECORD.
           05  LY-PART-NUMBER      PIC 9(05).
           05  LY-OPEN-DATE        PIC 9(08).
      *    The movement code that opened the layer ("R", "A", "U",
      *    "Q", "B", "O").
           05  LY-SOURCE-CODE      PIC X(01).
           05  LY-QTY-OPENED       PIC 9(07).
           05  LY-QTY-REMAINING    PIC 9(07).
           05  LY-UNIT-COST        PIC 9(04)V99.
           05  FILLER              PIC X(06).

       FD  FIFOHIST-FILE-OUT
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS FIFOHIST-RECORD-OUT.
       01  FIFOHIST-RECORD-OUT.
           05  FH-DATE             PIC 9(08).
           05  FH-PART-NUMBER      PIC 9(05).
      *    The issuing movement code ("S", "V", "D", "I", "Z").
           05  FH-CODE             PIC X(01).
           05  FH-QTY              PIC 9(07).
      *    How much of FH-QTY no layer covered - stock that was on
      *    hand before the layers were kept, costed at the weighted
      *    average it carried.
           05  FH-UNLAYERED-QTY    PIC 9(07).
           05  FH-FIFO-COST        PIC 9(09)V99.
           05  FH-WA-COST          PIC 9(09)V99.

      *    Same layout as SELLPRICE-RECORD in SellPriceUpdate.cbl.
       FD  SELLPRICE-FILE-IN
           RECORD CONTAINS 19 CHARACTERS
           05  SPR-EFF-DATE-IN     PIC 9(08).

       FD  SALEMARG-FILE-OUT
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SALEMARG-RECORD-OUT.
       01  SALEMARG-RECORD-OUT.
           05  SM-DATE             PIC 9(08).
      *    margin report flags those instead of inventing revenue.
           05  SM-SELL-PRICE       PIC 9(04)V99.
           05  SM-UNIT-COST        PIC 9(04)V99.
      *    The customer billed for the sale (spaces for cash/walk-in)
      *    - what the AR billing run groups invoices by.
           05  SM-CUSTOMER-ID      PIC X(06).

       FD  LOCMAST-FILE
           RECORD CONTAINS 31 CHARACTERS
           05  LOCM-CAPACITY       PIC 9(07).
           05  LOCM-TYPE           PIC X(01).

      *    Same layout as PARTCTL-RECORD in PartControlUpdate.cbl.
       FD  PARTCTL-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PARTCTL-RECORD.
       01  PARTCTL-RECORD.
           05  PC-PART-NUMBER      PIC 9(05).
           05  PC-SERIALIZED       PIC X(01).
           05  FILLER              PIC X(05).
      *    Labour and overhead absorbed per kit built.
           05  PC-KIT-LABOUR       PIC 9(04)V99.
           05  FILLER              PIC X(23).

      *    Same layout as SUPERSED-RECORD in SupersessionUpdate.cbl.
       FD  SUPERSED-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SUPERSED-RECORD.
       01  SUPERSED-RECORD.
           05  SU-OLD-PART         PIC 9(05).
           05  SU-NEW-PART         PIC 9(05).
           05  SU-EFF-DATE         PIC 9(08).
           05  SU-OLD-STOCK        PIC X(01).
               88  SU-USE-UP                 VALUE "U".
           05  FILLER              PIC X(21).

      *    Same layout as SERSTG-RECORD in SerialCapture.cbl.
       FD  SERIALS-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS SERIALS-RECORD.
       01  SERIALS-RECORD.
           05  SN-PART-NUMBER      PIC 9(05).
           05  SN-CODE             PIC X(01).
           05  SN-OPERATOR-ID      PIC X(08).
           05  SN-SERIAL-LINK      PIC X(03).
           05  SN-SERIAL-NUMBER    PIC X(15).
           05  SN-STAGED-DATE      PIC 9(08).

       FD  SERMAST-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SERMAST-RECORD.
       01  SERMAST-RECORD.
           05  SR-KEY.
               10  SR-SERIAL-NUMBER    PIC X(15).
               10  SR-PART-NUMBER      PIC 9(05).
      *    "I" in stock, "S" sold, "R" back from a customer (held in
      *    quarantine at SR-LOCATION), "V" returned to the supplier.
           05  SR-STATUS           PIC X(01).
               88  SR-IN-STOCK               VALUE "I" "R".
               88  SR-SOLD                   VALUE "S".
           05  SR-LOCATION         PIC X(02).
      *    The customer it was last sold to - kept through a return,
      *    so the warranty trail still names who had it.
           05  SR-CUSTOMER-ID      PIC X(06).
           05  SR-RECEIPT-DATE     PIC 9(08).
           05  SR-LAST-DATE        PIC 9(08).
           05  SR-LAST-CODE        PIC X(01).
           05  SR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(06).

       FD  SERHIST-FILE-OUT
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS SERHIST-RECORD-OUT.
       01  SERHIST-RECORD-OUT.
           05  SH-DATE             PIC 9(08).
           05  SH-SERIAL-NUMBER    PIC X(15).
           05  SH-PART-NUMBER      PIC 9(05).
           05  SH-CODE             PIC X(01).
      *    Where the unit moved from (into, on "R" and "C"); on a
      *    transfer SH-TO-LOCATION is where it went.
           05  SH-LOCATION         PIC X(02).
           05  SH-TO-LOCATION      PIC X(02).
           05  SH-CUSTOMER-ID      PIC X(06).
           05  SH-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(03).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

       FD  PARTSUMM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PART-SUMMARY-RECORD.
       COPY "PartSummary.cpy".

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

       FD  CONSLIAB-FILE-OUT
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS CONSLIAB-RECORD-OUT.
       01  CONSLIAB-RECORD-OUT.
           05  CL-DATE             PIC 9(08).
           05  CL-SUPPLIER-ID      PIC X(02).
           05  CL-PART-NUMBER      PIC 9(05).
      *    The movement that consumed the stock: "S" sale, "I" kit
      *    component issue, "D" count shortage, "V" return sent to
      *    another supplier.
           05  CL-CODE             PIC X(01).
           05  CL-QTY              PIC 9(07).
           05  CL-AGREED-PRICE     PIC 9(04)V99.
           05  CL-EXT-AMOUNT       PIC 9(09)V99.
      *    Customer on a sale, spaces elsewhere.
           05  CL-CUSTOMER-ID      PIC X(06).
           05  CL-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(02).

       FD  XFERIN-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-SHIP-RECORD.
       COPY "TransferShip.cpy".

       FD  XFERRCV-FILE-OUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSFER-RECEIPT-RECORD.
       COPY "TransferReceipt.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    before anything is written.
       COPY "PeriodGuard.cpy".

      *    Shrink-reason guard block: every count-down and scrap is
      *    checked for an active reason before it posts - the last
      *    gate behind the entry programs, for records released off
      *    the reject queue or staged by hand.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-SALEMARG       PIC X(40).
           05  RC-FN-LOTBAL         PIC X(40).
           05  RC-FN-LOTHIST        PIC X(40).
           05  RC-FN-COSTLAYR       PIC X(40).
           05  RC-FN-FIFOHIST       PIC X(40).
           05  RC-FN-OPENPOWK       PIC X(40).
           05  RC-FN-BACKORDWK      PIC X(40).
           05  RC-FN-QUARANT        PIC X(40).
           05  RC-FN-PPVFILE        PIC X(40).
           05  RC-FN-LANDCOST       PIC X(40).
           05  RC-FN-LANDEDRP       PIC X(40).
           05  RC-FN-PARTCTL        PIC X(40).
           05  RC-FN-SERIALS        PIC X(40).
           05  RC-FN-SERMAST        PIC X(40).
           05  RC-FN-SERHIST        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-PARTSUMM       PIC X(40).
           05  RC-FN-SUPERSED       PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-CONSLIAB       PIC X(40).
           05  RC-FN-XFERRCV        PIC X(40).
           05  WS-FN-XFERIN         PIC X(40).

       01  SWITCHES-AND-COUNTERS.
           05  INVENT-EOF-SW       PIC X(01).
               88  LOC-FOUND                 VALUE "Y".
           05  LOC-TABLE-FULL-SW   PIC X(01).
               88  LOC-TABLE-FULL            VALUE "Y".
           05  WS-LOC-SUB          PIC 9(03).
           05  SEQ-EOF-SW          PIC X(01).
           05  WS-PREV-TR-PART-NUMBER PIC 9(05) VALUE ZEROS.

           05  WS-TR-LOC-VALID-SW  PIC X(01).
               88  TR-LOC-VALID              VALUE "Y".
           05  WS-ERR-REASON       PIC X(02).
           05  WS-FROM-LOC-SUB     PIC 9(03).
           05  WS-TO-LOC-SUB       PIC 9(03).

      *    A missing master or transaction file leaves nothing safe to
      *    merge - flagged here so 100-BATCH-UPDATE can report a
      *    Kit-build controls: the bill of materials, the master
      *    snapshot the builds are proved against, the exploded
      *    component issues the merge interleaves with the file, and
      *    the accepted/rejected verdict per "B" and "Z" record in
      *    file order.
       01  KIT-BUILD-CONTROL.
           05  BOMFILE-STATUS      PIC X(02).
           05  BOM-EOF-SW          PIC X(01).
               88  KIT-BUILD-OK              VALUE "Y".
           05  WS-KIT-HAS-BOM-SW   PIC X(01).
           05  WS-KIT-FOUND-SW     PIC X(01).
           05  WS-COMP-NEED        PIC S9(09).
           05  WS-BUILD-LOC        PIC X(02).
           05  WS-KL-SUB           PIC 9(04).
           05  KX-NEXT             PIC 9(04) VALUE 1.
           05  WS-NEXT-BUILD       PIC 9(03) VALUE 1.
           05  WS-BUILD-ACCEPTED-SW PIC X(01).
           05  CT-KITS-BUILT       PIC 9(05) VALUE ZEROS.
      *    Rolled-up cost of one kit: its components at the prices
      *    they come off the books at, plus the kit's labour and
      *    overhead rate.
           05  WS-KIT-COMP-COST    PIC 9(09)V99.
           05  WS-KIT-LABOUR       PIC 9(04)V99.
           05  WS-KIT-UNIT-COST    PIC 9(04)V99.
      *    Disassembly: the kit's snapshot price is shared out over
      *    its components in proportion to their own snapshot value
      *    (by quantity when none of them carries a price).
           05  WS-KIT-SNAP-PRICE   PIC 9(04)V99.
           05  WS-COMP-PRICE       PIC 9(04)V99.
           05  WS-DIS-WEIGHT       PIC 9(11)V99.
           05  WS-DIS-PIECES       PIC 9(09).
           05  WS-DIS-UNIT-COST    PIC 9(04)V99.
           05  WS-DIS-SEQ          PIC 9(05) VALUE ZEROS.
           05  CT-KITS-DISASSEMBLED PIC 9(05) VALUE ZEROS.
      *    Whether the transaction in hand came off the explosion
      *    table rather than the file, and - on a disassembly's own
      *    records - the kit/number link they carry.
           05  WS-TRANS-SOURCE-SW  PIC X(01) VALUE "N".
               88  TRANS-FROM-EXPLOSION      VALUE "Y".
           05  WS-EVENT-LINK.
               10  WS-LINK-KIT         PIC 9(05).
               10  WS-LINK-SEQ         PIC 9(05).

       01  BOM-TABLE.
           05  BM-COUNT            PIC 9(03) VALUE ZEROS.
                                   DEPENDING ON MS-COUNT
                                   INDEXED BY MS-IDX.
               10  MS-PART-NUMBER      PIC 9(05).
               10  MS-UNIT-PRICE       PIC 9(04)V99.

      *    Component on-hand at the build locations, read off PARTLOC
      *    the first time a build asks for a part/location and drawn
      *    down as each build is accepted.
       01  KIT-LOCATION-TABLE.
           05  KL-COUNT            PIC 9(04) VALUE ZEROS.
           05  KL-ENTRY            OCCURS 0 TO 2997 TIMES
                                   DEPENDING ON KL-COUNT
                                   INDEXED BY KL-IDX.
               10  KL-PART-NUMBER      PIC 9(05).
               10  KL-LOCATION         PIC X(02).
               10  KL-QTY              PIC S9(09).

       01  KIT-EXPLOSION-TABLE.
           05  KX-COUNT            PIC 9(04) VALUE ZEROS.
               10  KX-PART-NUMBER      PIC 9(05).
               10  KX-QTY              PIC 9(07).
               10  KX-LOCATION         PIC X(02).
      *    "I" for a kit component issue, "S" for a substitute sale
      *    of the part that superseded the one ordered - which then
      *    carries the ordered part and the sale's customer and
      *    operator.
               10  KX-CODE             PIC X(01).
               10  KX-ORDERED-PART     PIC 9(05).
               10  KX-CUSTOMER-ID      PIC X(06).
               10  KX-OPERATOR-ID      PIC X(08).
      *    "Z" for a disassembly's kit take-off and "O" for each
      *    component it puts back; the put-back carries the share of
      *    the kit's cost it goes on at, and both carry the event's
      *    kit/number link.
               10  KX-UNIT-COST        PIC 9(04)V99.
               10  KX-LINK-KIT         PIC 9(05).
               10  KX-LINK-SEQ         PIC 9(05).

       01  ACCEPTED-BUILD-TABLE.
           05  AB-COUNT            PIC 9(03) VALUE ZEROS.
                                   DEPENDING ON AB-COUNT
                                   INDEXED BY AB-IDX.
               10  AB-ACCEPTED-SW      PIC X(01).
               10  AB-UNIT-COST        PIC 9(04)V99.
               10  AB-LABOUR           PIC 9(04)V99.
               10  AB-REJECT-REASON    PIC X(02).

      *    Supersession controls: the supersessions in force tonight,
      *    each followed to the final part of its chain (the part
      *    actually stocked), and the quantity of each planned
      *    substitute sale keyed by the sale's place in the file -
      *    the merge sells only the rest of it under the old part.
       01  SUPERSESSION-CONTROL.
           05  SUPERSED-FILE-STATUS PIC X(02).
           05  SUPERSED-EOF-SW     PIC X(01).
           05  WS-SUPERSEDE-TODAY  PIC 9(08).
           05  WS-CHAIN-PART       PIC 9(05).
           05  WS-CHAIN-HOPS       PIC 9(03).
           05  WS-CHAIN-END-SW     PIC X(01).
           05  WS-SV-SUB           PIC 9(03).
           05  WS-KL-PART          PIC 9(05).
           05  WS-PLAN-SEQ         PIC 9(07) VALUE ZEROS.
           05  WS-FILE-SEQ         PIC 9(07) VALUE ZEROS.
           05  WS-TRANS-SEQ        PIC 9(07) VALUE ZEROS.
           05  WS-SUBST-FOR-PART   PIC 9(05) VALUE ZEROS.
           05  WS-RELEASE-PART     PIC 9(05).
           05  WS-OLD-TAKE         PIC 9(07).
           05  WS-SUBST-SHORT      PIC 9(07).
           05  WS-SUBST-QTY        PIC 9(07).
           05  WS-FINAL-SUB        PIC 9(04).
           05  WS-SUBST-OK-SW      PIC X(01).
           05  CT-SALES-SUBSTITUTED PIC 9(05) VALUE ZEROS.

       01  SUPERSESSION-TABLE.
           05  SV-COUNT            PIC 9(03) VALUE ZEROS.
           05  SV-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON SV-COUNT
                                   INDEXED BY SV-IDX.
               10  SV-OLD-PART         PIC 9(05).
               10  SV-NEW-PART         PIC 9(05).
               10  SV-FINAL-PART       PIC 9(05).
               10  SV-USE-UP-SW        PIC X(01).

       01  SUBSTITUTE-SALE-TABLE.
           05  SB-COUNT            PIC 9(03) VALUE ZEROS.
           05  SB-ENTRY            OCCURS 0 TO 999 TIMES
                                   DEPENDING ON SB-COUNT
                                   ASCENDING KEY IS SB-FILE-SEQ
                                   INDEXED BY SB-IDX.
               10  SB-FILE-SEQ         PIC 9(07).
               10  SB-QTY              PIC 9(07).

      *    One-record lookahead over the physical transaction file,
      *    so the merge can take the lower part number of the file's
                                   INDEXED BY VL-IDX.
               10  VL-CODE             PIC X(02).

      *    Part/location balance controls.
       01  PART-LOCATION-CONTROL.
           05  PARTLOC-FILE-STATUS PIC X(02).
           05  PARTLOC-EOF-SW      PIC X(01).
           05  PARTLOC-AVAIL-SW    PIC X(01) VALUE "N".
               88  PARTLOC-AVAILABLE         VALUE "Y".

      *    Daily part-activity summary controls. WS-PSM-UNIT-AMT is
      *    the unit cost the movement being summarized is valued at.
       01  PART-SUMMARY-CONTROL.
           05  PARTSUMM-FILE-STATUS    PIC X(02).
           05  PARTSUMM-AVAIL-SW       PIC X(01) VALUE "N".
               88  PARTSUMM-AVAILABLE            VALUE "Y".
           05  WS-PSM-UNIT-AMT         PIC 9(04)V99.
           05  WS-PSM-EXT              PIC 9(11)V99.
           05  CT-SUMMARY-POSTED       PIC 9(07) VALUE ZEROS.

      *    The current master's location balances off PARTLOC, in
      *    location order, with any location first posted to this run
      *    added at the end. LOC-LOADED-QTY is what PARTLOC held, so
      *    only the balances that moved are written back. Sized to
      *    the location master, so a part can be stocked at every
      *    location the shop defines.
       01  PART-LOCATION-TABLE.
           05  PLT-COUNT           PIC 9(03) VALUE ZEROS.
           05  LOCATION-TABLE-IN   OCCURS 0 TO 99 TIMES
                                   DEPENDING ON PLT-COUNT.
               10  LOC-CODE-IN         PIC X(02).
               10  LOC-QUANTITY-IN     PIC 9(07).
               10  LOC-LOADED-QTY      PIC 9(07).
               10  LOC-ON-FILE-SW      PIC X(01).
                   88  LOC-ON-FILE               VALUE "Y".

      *    Consignment controls. What we own of a part is its
      *    QUANTITY-IN less the supplier-owned stock on its
      *    agreements; only owned stock is valued and posted to the
      *    ledger. WS-CN-CONSUMED is how much of the movement being
      *    posted came off the agreements - the owned rest is what
      *    its GL line values.
       01  CONSIGN-CONTROL.
           05  CONSIGN-FILE-STATUS PIC X(02).
           05  CONSLIAB-FILE-STATUS PIC X(02).
           05  CONSIGN-EOF-SW      PIC X(01).
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  WS-CN-SUB           PIC 9(03).
           05  WS-CN-FOUND-SW      PIC X(01).
               88  CN-AGREEMENT-FOUND        VALUE "Y".
           05  WS-CN-SUPPLIER      PIC X(02).
           05  WS-CN-ISSUE-CODE    PIC X(01).
           05  WS-CN-ISSUE-QTY     PIC 9(07).
           05  WS-CN-CUSTOMER-ID   PIC X(06).
           05  WS-CN-LEFT          PIC 9(07).
           05  WS-CN-TAKE          PIC 9(07).
           05  WS-CN-CONSUMED      PIC 9(07).
           05  WS-CN-ON-HAND       PIC 9(07).
           05  WS-OWNED-QTY        PIC 9(07).
           05  WS-OWNED-LEFT       PIC 9(07).
           05  WS-CN-LIABILITY     PIC 9(09)V99.
           05  CT-CONSIGN-RECEIPTS PIC 9(05) VALUE ZEROS.
           05  CT-CONSIGN-CONSUMED PIC 9(07) VALUE ZEROS.

      *    Inter-site transfer controls.
       01  SITE-TRANSFER-CONTROL.
           05  XFERIN-FILE-STATUS  PIC X(02).
           05  XFERRCV-FILE-STATUS PIC X(02).
           05  CT-SITE-SHIPPED     PIC 9(05) VALUE ZEROS.
           05  CT-SITE-RECEIVED    PIC 9(05) VALUE ZEROS.
           05  CT-SITE-WRITTEN-OFF PIC 9(05) VALUE ZEROS.

      *    The current master's consignment agreements off CONSIGN,
      *    with the on-hand as loaded so only the moved ones are
      *    written back.
       01  CONSIGN-TABLE.
           05  CNT-COUNT           PIC 9(03) VALUE ZEROS.
           05  CNT-ENTRY           OCCURS 0 TO 20 TIMES
                                   DEPENDING ON CNT-COUNT.
               10  CNT-SUPPLIER-ID     PIC X(02).
               10  CNT-ON-HAND         PIC 9(07).
               10  CNT-LOADED-QTY      PIC 9(07).
               10  CNT-AGREED-PRICE    PIC 9(04)V99.
               10  CNT-RULE            PIC X(01).
                   88  CNT-CONSIGNED-FIRST       VALUE "C".

      *    Backorder controls. The release walk and the oversell
      *    raise work record-at-a-time against the keyed work file,
      *    built from BACKORD.TXT (oldest first) before the merge;
           05  WS-LOT-TAKE         PIC 9(07) VALUE ZEROS.
           05  QUARANT-FILE-STATUS PIC X(02).

      *    FIFO cost-layer controls and the in-storage copy of
      *    COSTLAYR.TXT, kept in file order - layers append as stock
      *    comes on, so file order is oldest-first and consumption is
      *    a front-to-back walk, as for the lots. Stock on hand that
      *    no layer covers came on before the layers were kept; it is
      *    the oldest there is, so an issue takes it first, at the
      *    weighted average.
       01  COST-LAYER-CONTROL.
           05  COSTLAYR-FILE-STATUS PIC X(02).
           05  FIFOHIST-FILE-STATUS PIC X(02).
           05  COSTLAYR-EOF-SW     PIC X(01).
           05  COSTLAYR-LOADED-SW  PIC X(01) VALUE "N".
               88  COSTLAYR-LOADED           VALUE "Y".
           05  COSTLAYR-DIRTY-SW   PIC X(01) VALUE "N".
               88  COSTLAYR-DIRTY            VALUE "Y".
           05  WS-LAYER-QTY-HELD   PIC 9(09).
           05  WS-LAYER-LEFT       PIC 9(07).
           05  WS-LAYER-TAKE       PIC 9(07).
           05  WS-UNLAYERED-QTY    PIC 9(07).
           05  WS-FIFO-COST        PIC 9(09)V99.
           05  CT-LAYERS-OPENED    PIC 9(05) VALUE ZEROS.
           05  CT-LAYER-ISSUES     PIC 9(07) VALUE ZEROS.

       01  COST-LAYER-TABLE.
           05  LY-COUNT            PIC 9(04) VALUE ZEROS.
           05  LY-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON LY-COUNT
                                   INDEXED BY LY-IDX.
               10  LYT-PART-NUMBER     PIC 9(05).
               10  LYT-OPEN-DATE       PIC 9(08).
               10  LYT-SOURCE-CODE     PIC X(01).
               10  LYT-QTY-OPENED      PIC 9(07).
               10  LYT-QTY-REMAINING   PIC 9(07).
               10  LYT-UNIT-COST       PIC 9(04)V99.

       01  LOT-BALANCE-TABLE.
           05  LB-COUNT            PIC 9(03) VALUE ZEROS.
           05  LB-ENTRY            OCCURS 0 TO 999 TIMES
           05  WS-SALE-SELL-PRICE      PIC 9(04)V99 VALUE ZEROS.
           05  WS-SALE-EFF-DATE        PIC 9(08) VALUE ZEROS.
           05  WS-MARGIN-QTY           PIC 9(07) VALUE ZEROS.
           05  WS-MARGIN-CUSTOMER-ID   PIC X(06) VALUE SPACES.

       01  SELL-PRICE-TABLE.
           05  SL-COUNT            PIC 9(04) VALUE ZEROS.
               10  SL-SELL-PRICE       PIC 9(04)V99.
               10  SL-EFFECTIVE-DATE   PIC 9(08).

      *    Serial-tracking controls and the in-storage copy of the
      *    released serials. A movement of a serialized part posts
      *    only when the unconsumed lines carrying its part, operator,
      *    and link number exactly TR-VALUE, and every one of those
      *    serials stands where the movement says it does.
       01  SERIAL-CONTROL.
           05  PARTCTL-FILE-STATUS     PIC X(02).
           05  SERIALS-FILE-STATUS     PIC X(02).
           05  SERMAST-FILE-STATUS     PIC X(02).
           05  SERHIST-FILE-STATUS     PIC X(02).
           05  SERIALS-EOF-SW          PIC X(01).
           05  PARTCTL-AVAIL-SW        PIC X(01) VALUE "N".
               88  PARTCTL-AVAILABLE         VALUE "Y".
           05  SERMAST-AVAIL-SW        PIC X(01) VALUE "N".
               88  SERMAST-AVAILABLE         VALUE "Y".
      *    Set once SERIALS.TXT has been read whole (or found
      *    missing), so the end-of-run rewrite cannot drop lines a
      *    failed or overflowing load never held.
           05  SERIALS-LOADED-SW       PIC X(01) VALUE "N".
               88  SERIALS-LOADED            VALUE "Y".
      *    "N" no serial check applies, "Y" checked and clean, "X"
      *    rejected - WS-ERR-REASON then says why.
           05  WS-SERIAL-CHECK-SW      PIC X(01) VALUE "N".
               88  SERIALS-CHECKED           VALUE "Y".
               88  SERIALS-REJECTED          VALUE "X".
           05  WS-SERIAL-OK-SW         PIC X(01).
               88  SERIAL-CAN-MOVE           VALUE "Y".
           05  WS-SERMAST-FOUND-SW     PIC X(01).
               88  SERMAST-FOUND             VALUE "Y".
           05  WS-SERIAL-COUNT         PIC 9(07) VALUE ZEROS.
           05  WS-SERIAL-FROM-LOC      PIC X(02).
           05  WS-REJECTS-BEFORE       PIC 9(05) VALUE ZEROS.
           05  WS-SUSPENDS-BEFORE      PIC 9(05) VALUE ZEROS.
           05  CT-SERIALS-MOVED        PIC 9(05) VALUE ZEROS.

       01  SERIAL-LINK-TABLE.
           05  SLT-COUNT           PIC 9(04) VALUE ZEROS.
           05  SLT-ENTRY           OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON SLT-COUNT
                                   INDEXED BY SLT-IDX.
               10  SLT-RECORD          PIC X(40).
               10  SLT-KEY-VIEW        REDEFINES SLT-RECORD.
                   15  SLT-PART-NUMBER     PIC 9(05).
                   15  SLT-CODE            PIC X(01).
                   15  SLT-OPERATOR-ID     PIC X(08).
                   15  SLT-SERIAL-LINK     PIC X(03).
                   15  SLT-SERIAL-NUMBER   PIC X(15).
                   15  SLT-STAGED-DATE     PIC 9(08).
               10  SLT-CONSUMED-SW     PIC X(01).
                   88  SLT-CONSUMED              VALUE "Y".

      *    Parameters passed to the ComputeValue subprogram, also used
      *    here to blend an incoming receipt's cost into the on-hand
      *    weighted-average unit cost.
           END-IF.
           IF  NOT ABEND-DETECTED
               PERFORM 200-PREVALIDATE-KIT-BUILDS
               PERFORM 200-PLAN-SUBSTITUTE-SALES
           END-IF.
           IF  NOT ABEND-DETECTED
               PERFORM 200-INITIATE-BATCH-UPDATE
      * (sorted by part afterwards, so the merge can interleave
      * them); a rejected build is remembered and bounced whole when
      * the merge reaches its "B" record - nothing partial ever
      * posts. Disassemblies ("Z") are proved in the same pass, so
      * builds and disassemblies draw on the same balances in file
      * order: the kit must be on hand at the location, and an
      * accepted one explodes into a "Z" take-off of the kit and an
      * "O" put-back per component.
      *-----------------------------------------------------------------
       200-PREVALIDATE-KIT-BUILDS.
           PERFORM 300-LOAD-BOM-TABLE.
               PERFORM UNTIL WS-PREVAL-EOF-SW = "Y"
                   IF  TRANS-RECORD-IN(1:3) NOT = "HDR"
                           AND TRANS-RECORD-IN(1:3) NOT = "TRL"
                       IF  TR-KIT-BUILD-CODE
                           PERFORM 300-PREVALIDATE-ONE-BUILD
                       END-IF
                       IF  TR-KIT-DISASSEMBLY-CODE
                           PERFORM 300-PREVALIDATE-ONE-DISASSEMBLY
                       END-IF
                   END-IF
                   READ    TRANS-FILE-IN
                           AT END  MOVE "Y" TO WS-PREVAL-EOF-SW
           IF  KX-COUNT > ZEROS
               SORT    KX-ENTRY    ASCENDING KEY KX-PART-NUMBER
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
               MOVE    "N"     TO  PARTLOC-AVAIL-SW
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
               MOVE    "N"     TO  PARTCTL-AVAIL-SW
           END-IF.

      *-----------------------------------------------------------------
      * Load the bill of materials. No BOM file just means no kit
           END-IF.

      *-----------------------------------------------------------------
      * Read the whole incoming master once into the snapshot of the
      * parts the builds are proved against, then close it again for
      * the merge. PARTLOC is opened alongside for the component
      * balances, and PARTCTL for each kit's labour rate; both are
      * closed again once every build is proved.
      *-----------------------------------------------------------------
       300-LOAD-MASTER-SNAPSHOT.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STATUS = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STATUS = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN.
           IF  INVENT-IN-STATUS = "00"
               MOVE    "N"     TO  WS-PREVAL-EOF-SW
                   ADD     1               TO  MS-COUNT
                   SET     MS-IDX          TO  MS-COUNT
                   MOVE    PART-NUMBER-IN  TO  MS-PART-NUMBER(MS-IDX)
                   MOVE    UNIT-PRICE-IN   TO  MS-UNIT-PRICE(MS-IDX)
                   READ    INVENT-FILE-IN
                           AT END  MOVE "Y" TO WS-PREVAL-EOF-SW
                   END-READ
      * Prove one build against the snapshot. Both passes over the
      * kit's BOM entries walk the same table: the first checks, the
      * second (only when everything checked out) deducts and
      * explodes. The first also rolls up the kit's cost: each
      * component at its snapshot price - the price its "I" issue
      * will take off the books, since exploded issues post ahead of
      * the part's own transactions - plus the kit's labour rate.
      *-----------------------------------------------------------------
       300-PREVALIDATE-ONE-BUILD.
           ADD     1           TO  AB-COUNT.
           SET     AB-IDX      TO  AB-COUNT.
           MOVE    "Y"         TO  WS-KIT-OK-SW.
           MOVE    "N"         TO  WS-KIT-HAS-BOM-SW.
           MOVE    ZEROS       TO  WS-KIT-COMP-COST.
           IF  TR-LOCATION = SPACES
               MOVE    "01"        TO  WS-BUILD-LOC
           ELSE
               MOVE    TR-LOCATION TO  WS-BUILD-LOC
           END-IF.
      *    The kit part itself must be on the master, and the build
      *    location must pass the location-master check - otherwise
      *    this build is rejected here, before anything explodes, so
      *    its component issues can never post without the kit.
           PERFORM 400-CHECK-KIT-ON-MASTER.
           PERFORM 500-VALIDATE-TR-LOCATION.
           IF  NOT TR-LOC-VALID
                   COMPUTE WS-COMP-NEED =
                           TR-VALUE * BM-QTY-PER(BM-IDX)
                   PERFORM 400-CHECK-COMPONENT-STOCK
                   PERFORM 400-ADD-COMPONENT-COST
               END-IF
           END-PERFORM.
           IF  WS-KIT-HAS-BOM-SW NOT = "Y"
               MOVE    "N"     TO  WS-KIT-OK-SW
           END-IF.
           PERFORM 400-ROLL-UP-KIT-COST.
           IF  KIT-BUILD-OK
               PERFORM VARYING BM-IDX FROM 1 BY 1
                       UNTIL BM-IDX > BM-COUNT
               END-PERFORM
           END-IF.
           MOVE    WS-KIT-OK-SW    TO  AB-ACCEPTED-SW(AB-IDX).
           MOVE    WS-KIT-UNIT-COST    TO  AB-UNIT-COST(AB-IDX).
           MOVE    WS-KIT-LABOUR       TO  AB-LABOUR(AB-IDX).
           MOVE    "KS"                TO  AB-REJECT-REASON(AB-IDX).

      *-----------------------------------------------------------------
      * One kit's worth of the component at its snapshot price.
      *-----------------------------------------------------------------
       400-ADD-COMPONENT-COST.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-COUNT
               IF  MS-PART-NUMBER(MS-IDX) = BM-COMPONENT(BM-IDX)
                   COMPUTE WS-KIT-COMP-COST = WS-KIT-COMP-COST
                           + (BM-QTY-PER(BM-IDX)
                              * MS-UNIT-PRICE(MS-IDX))
                       ON SIZE ERROR
                           MOVE    "N"     TO  WS-KIT-OK-SW
                   END-COMPUTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Components plus labour and overhead is the cost of one kit.
      * A kit whose rolled-up cost will not fit a unit price is not
      * built - it would have to go on the books at the wrong value.
      * Control records written before the rate existed carry spaces
      * there, taken as no rate.
      *-----------------------------------------------------------------
       400-ROLL-UP-KIT-COST.
           MOVE    ZEROS   TO  WS-KIT-LABOUR
                               WS-KIT-UNIT-COST.
           IF  PARTCTL-AVAILABLE
               MOVE    TR-PART-NUMBER  TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   NOT INVALID KEY
                       IF  PC-KIT-LABOUR NUMERIC
                           MOVE    PC-KIT-LABOUR   TO  WS-KIT-LABOUR
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-KIT-UNIT-COST = WS-KIT-COMP-COST + WS-KIT-LABOUR
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-KIT-OK-SW
                   MOVE    ZEROS   TO  WS-KIT-UNIT-COST
           END-COMPUTE.

      *-----------------------------------------------------------------
       400-CHECK-KIT-ON-MASTER.
           MOVE    "N"     TO  WS-KIT-FOUND-SW.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-COUNT
               IF  MS-PART-NUMBER(MS-IDX) = TR-PART-NUMBER
                   MOVE    "Y"     TO  WS-KIT-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-KIT-FOUND-SW NOT = "Y"
               MOVE    "N"     TO  WS-KIT-OK-SW
               MOVE    ZEROS   TO  WS-KIT-SNAP-PRICE
           ELSE
               MOVE    MS-UNIT-PRICE(MS-IDX)   TO  WS-KIT-SNAP-PRICE
           END-IF.

      *-----------------------------------------------------------------
               MOVE    "N"     TO  WS-KIT-OK-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE    BM-COMPONENT(BM-IDX)    TO  WS-KL-PART.
           PERFORM 400-FIND-SNAPSHOT-SLOT.
           IF  WS-KL-SUB = ZEROS
               MOVE    "N"     TO  WS-KIT-OK-SW
           ELSE
               IF  KL-QTY(WS-KL-SUB) < WS-COMP-NEED
                   MOVE    "N"     TO  WS-KIT-OK-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       400-DEDUCT-AND-EXPLODE.
           MOVE    BM-COMPONENT(BM-IDX)    TO  WS-KL-PART.
           PERFORM 400-FIND-SNAPSHOT-SLOT.
           SUBTRACT WS-COMP-NEED FROM  KL-QTY(WS-KL-SUB).
           ADD     1               TO  KX-COUNT.
           SET     KX-IDX          TO  KX-COUNT.
           MOVE    BM-COMPONENT(BM-IDX)    TO  KX-PART-NUMBER(KX-IDX).
           MOVE    WS-COMP-NEED            TO  KX-QTY(KX-IDX).
           MOVE    WS-BUILD-LOC            TO  KX-LOCATION(KX-IDX).
           MOVE    "I"                     TO  KX-CODE(KX-IDX).
           MOVE    ZEROS                   TO  KX-ORDERED-PART(KX-IDX)
                                               KX-UNIT-COST(KX-IDX)
                                               KX-LINK-KIT(KX-IDX)
                                               KX-LINK-SEQ(KX-IDX).
           MOVE    SPACES                  TO  KX-CUSTOMER-ID(KX-IDX)
                                               KX-OPERATOR-ID(KX-IDX).

      ******************************************************************
      * Prove one disassembly against the snapshot. The kit must be
      * on the master with a bill of materials, not serialized, and
      * on hand at the location net of what earlier builds and
      * disassemblies tonight already took ("KN" when it is not,
      * "KS" for anything else); every component must be on the
      * master and not serialized, since no serials are keyed for
      * what comes back. An accepted one reserves the kit stock and
      * explodes into the kit take-off and the component put-backs,
      * all carrying the same kit/number link. The take-off posts
      * ahead of the kit's own file transactions, so it comes off at
      * the snapshot price the put-back costs were shared out from.
      * Put-backs are not credited to the balances here - a later
      * build may not count on stock that has not posted yet.
      *-----------------------------------------------------------------
       300-PREVALIDATE-ONE-DISASSEMBLY.
           ADD     1           TO  AB-COUNT.
           SET     AB-IDX      TO  AB-COUNT.
           ADD     1           TO  WS-DIS-SEQ.
           MOVE    "Y"         TO  WS-KIT-OK-SW.
           MOVE    "N"         TO  WS-KIT-HAS-BOM-SW.
           MOVE    ZEROS       TO  WS-DIS-WEIGHT
                                   WS-DIS-PIECES.
           IF  TR-LOCATION = SPACES
               MOVE    "01"        TO  WS-BUILD-LOC
           ELSE
               MOVE    TR-LOCATION TO  WS-BUILD-LOC
           END-IF.
           PERFORM 400-CHECK-KIT-ON-MASTER.
           PERFORM 500-VALIDATE-TR-LOCATION.
           IF  NOT TR-LOC-VALID
               MOVE    "N"         TO  WS-KIT-OK-SW
           END-IF.
           MOVE    TR-PART-NUMBER  TO  WS-KL-PART.
           PERFORM 400-CHECK-PUTBACK-PART.
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               IF  BM-KIT-PART(BM-IDX) = TR-PART-NUMBER
                   MOVE    "Y"     TO  WS-KIT-HAS-BOM-SW
                   COMPUTE WS-COMP-NEED =
                           TR-VALUE * BM-QTY-PER(BM-IDX)
                   IF  WS-COMP-NEED > 9999999
                       MOVE    "N"     TO  WS-KIT-OK-SW
                   END-IF
                   MOVE    BM-COMPONENT(BM-IDX)    TO  WS-KL-PART
                   PERFORM 400-CHECK-PUTBACK-PART
                   COMPUTE WS-DIS-WEIGHT = WS-DIS-WEIGHT
                           + (BM-QTY-PER(BM-IDX) * WS-COMP-PRICE)
                   ADD     BM-QTY-PER(BM-IDX)  TO  WS-DIS-PIECES
               END-IF
           END-PERFORM.
           IF  WS-KIT-HAS-BOM-SW NOT = "Y"
               MOVE    "N"     TO  WS-KIT-OK-SW
           END-IF.
           MOVE    "KS"        TO  AB-REJECT-REASON(AB-IDX).
           MOVE    TR-PART-NUMBER  TO  WS-KL-PART.
           PERFORM 400-FIND-SNAPSHOT-SLOT.
           IF  WS-KL-SUB = ZEROS
               MOVE    "N"     TO  WS-KIT-OK-SW
               MOVE    "KN"    TO  AB-REJECT-REASON(AB-IDX)
           ELSE
               IF  KL-QTY(WS-KL-SUB) < TR-VALUE
                   MOVE    "N"     TO  WS-KIT-OK-SW
                   MOVE    "KN"    TO  AB-REJECT-REASON(AB-IDX)
               END-IF
           END-IF.
           IF  KIT-BUILD-OK
               SUBTRACT TR-VALUE   FROM    KL-QTY(WS-KL-SUB)
               PERFORM 400-EXPLODE-KIT-TAKE-OFF
               PERFORM VARYING BM-IDX FROM 1 BY 1
                       UNTIL BM-IDX > BM-COUNT
                   IF  BM-KIT-PART(BM-IDX) = TR-PART-NUMBER
                       COMPUTE WS-COMP-NEED =
                               TR-VALUE * BM-QTY-PER(BM-IDX)
                       PERFORM 400-EXPLODE-COMPONENT-PUTBACK
                   END-IF
               END-PERFORM
           END-IF.
           MOVE    WS-KIT-OK-SW    TO  AB-ACCEPTED-SW(AB-IDX).
           MOVE    ZEROS           TO  AB-UNIT-COST(AB-IDX)
                                       AB-LABOUR(AB-IDX).

      *-----------------------------------------------------------------
      * WS-KL-PART must be on the snapshot - its price comes back in
      * WS-COMP-PRICE - and not serialized.
      *-----------------------------------------------------------------
       400-CHECK-PUTBACK-PART.
           MOVE    "N"     TO  WS-KIT-FOUND-SW.
           MOVE    ZEROS   TO  WS-COMP-PRICE.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-COUNT
               IF  MS-PART-NUMBER(MS-IDX) = WS-KL-PART
                   MOVE    "Y"     TO  WS-KIT-FOUND-SW
                   MOVE    MS-UNIT-PRICE(MS-IDX)   TO  WS-COMP-PRICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-KIT-FOUND-SW NOT = "Y"
               MOVE    "N"     TO  WS-KIT-OK-SW
           END-IF.
           IF  PARTCTL-AVAILABLE
               MOVE    WS-KL-PART  TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   NOT INVALID KEY
                       IF  PC-SERIALIZED = "Y"
                           MOVE    "N"     TO  WS-KIT-OK-SW
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       400-EXPLODE-KIT-TAKE-OFF.
           ADD     1               TO  KX-COUNT.
           SET     KX-IDX          TO  KX-COUNT.
           MOVE    TR-PART-NUMBER          TO  KX-PART-NUMBER(KX-IDX).
           MOVE    TR-VALUE                TO  KX-QTY(KX-IDX).
           MOVE    WS-BUILD-LOC            TO  KX-LOCATION(KX-IDX).
           MOVE    "Z"                     TO  KX-CODE(KX-IDX).
           MOVE    ZEROS                   TO  KX-ORDERED-PART(KX-IDX)
                                               KX-UNIT-COST(KX-IDX).
           MOVE    SPACES                  TO  KX-CUSTOMER-ID(KX-IDX).
           MOVE    TR-OPERATOR-ID          TO  KX-OPERATOR-ID(KX-IDX).
           MOVE    TR-PART-NUMBER          TO  KX-LINK-KIT(KX-IDX).
           MOVE    WS-DIS-SEQ              TO  KX-LINK-SEQ(KX-IDX).

      *-----------------------------------------------------------------
      * One component's put-back, at its share of the kit's price:
      * the kit price times the component's own price over the
      * priced bill, or the kit price spread evenly per piece when
      * nothing on the bill carries a price.
      *-----------------------------------------------------------------
       400-EXPLODE-COMPONENT-PUTBACK.
           IF  WS-COMP-NEED = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    BM-COMPONENT(BM-IDX)    TO  WS-KL-PART.
           PERFORM 400-CHECK-PUTBACK-PART.
           MOVE    ZEROS   TO  WS-DIS-UNIT-COST.
           IF  WS-DIS-WEIGHT > ZEROS
               COMPUTE WS-DIS-UNIT-COST ROUNDED =
                       WS-KIT-SNAP-PRICE * WS-COMP-PRICE
                       / WS-DIS-WEIGHT
           ELSE
               IF  WS-DIS-PIECES > ZEROS
                   COMPUTE WS-DIS-UNIT-COST ROUNDED =
                           WS-KIT-SNAP-PRICE / WS-DIS-PIECES
               END-IF
           END-IF.
           ADD     1               TO  KX-COUNT.
           SET     KX-IDX          TO  KX-COUNT.
           MOVE    BM-COMPONENT(BM-IDX)    TO  KX-PART-NUMBER(KX-IDX).
           MOVE    WS-COMP-NEED            TO  KX-QTY(KX-IDX).
           MOVE    WS-BUILD-LOC            TO  KX-LOCATION(KX-IDX).
           MOVE    "O"                     TO  KX-CODE(KX-IDX).
           MOVE    ZEROS                   TO  KX-ORDERED-PART(KX-IDX).
           MOVE    WS-DIS-UNIT-COST        TO  KX-UNIT-COST(KX-IDX).
           MOVE    SPACES                  TO  KX-CUSTOMER-ID(KX-IDX).
           MOVE    TR-OPERATOR-ID          TO  KX-OPERATOR-ID(KX-IDX).
           MOVE    TR-PART-NUMBER          TO  KX-LINK-KIT(KX-IDX).
           MOVE    WS-DIS-SEQ              TO  KX-LINK-SEQ(KX-IDX).

      *-----------------------------------------------------------------
      * Locate WS-KL-PART's build-location balance in the kit
      * location table, reading it off PARTLOC the first time a build
      * asks for it. WS-KL-SUB comes back zero when the part has never
      * been stocked at the location.
      *-----------------------------------------------------------------
       400-FIND-SNAPSHOT-SLOT.
           MOVE    ZEROS   TO  WS-KL-SUB.
           PERFORM VARYING KL-IDX FROM 1 BY 1 UNTIL KL-IDX > KL-COUNT
               IF  KL-PART-NUMBER(KL-IDX) = WS-KL-PART
                       AND KL-LOCATION(KL-IDX) = WS-BUILD-LOC
                   SET     WS-KL-SUB   TO  KL-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF  NOT PARTLOC-AVAILABLE OR KL-COUNT NOT < 2997
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-KL-PART              TO  PLB-PART-NUMBER.
           MOVE    WS-BUILD-LOC            TO  PLB-LOCATION.
           READ    PARTLOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD     1               TO  KL-COUNT
                   SET     KL-IDX          TO  KL-COUNT
                   MOVE    PLB-PART-NUMBER TO  KL-PART-NUMBER(KL-IDX)
                   MOVE    PLB-LOCATION    TO  KL-LOCATION(KL-IDX)
                   MOVE    PLB-QUANTITY    TO  KL-QTY(KL-IDX)
                   SET     WS-KL-SUB       TO  KL-IDX
           END-READ.

      ******************************************************************
      * Plan tonight's substitute sales before the merge starts. A
      * sale of a superseded part is filled first from the old
      * part's own stock at the sale location (none of it when the
      * old stock is to be scrapped), and whatever that leaves short
      * from the final part of the chain at the same location, as
      * far as its stock goes - reserved cumulatively against the
      * same balances the kit builds were proved against. Each
      * substitute is added to the explosion table as an "S" under
      * the final part, carrying the part ordered, and its quantity
      * is remembered against the sale's place in the file so the
      * merge sells only the rest under the old part; what neither
      * part covers is backordered on the old part as before. A
      * serialized part on either side is never substituted - its
      * serials were captured against the part keyed.
      *-----------------------------------------------------------------
       200-PLAN-SUBSTITUTE-SALES.
           PERFORM 300-LOAD-SUPERSESSION-TABLE.
           IF  SV-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   PARTLOC-FILE.
           IF  PARTLOC-FILE-STATUS = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STATUS = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   TRANS-FILE-IN.
           IF  TRANS-IN-STATUS = "00"
               MOVE    "N"     TO  WS-PREVAL-EOF-SW
               READ    TRANS-FILE-IN
                       AT END  MOVE "Y" TO WS-PREVAL-EOF-SW
               END-READ
               PERFORM UNTIL WS-PREVAL-EOF-SW = "Y"
                   IF  TRANS-RECORD-IN(1:3) NOT = "HDR"
                           AND TRANS-RECORD-IN(1:3) NOT = "TRL"
                       ADD     1       TO  WS-PLAN-SEQ
                       IF  TR-SALE-CODE
                           PERFORM 300-PLAN-ONE-SUBSTITUTE
                       END-IF
                   END-IF
                   READ    TRANS-FILE-IN
                           AT END  MOVE "Y" TO WS-PREVAL-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE   TRANS-FILE-IN
           END-IF.
           IF  KX-COUNT > ZEROS
               SORT    KX-ENTRY    ASCENDING KEY KX-PART-NUMBER
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
               MOVE    "N"     TO  PARTLOC-AVAIL-SW
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
               MOVE    "N"     TO  PARTCTL-AVAIL-SW
           END-IF.

      *-----------------------------------------------------------------
      * Load every supersession in force today and follow each one to
      * the end of its chain. The hop count stops the walk on a loop
      * keyed in error, leaving the last part reached as the end.
      *-----------------------------------------------------------------
       300-LOAD-SUPERSESSION-TABLE.
           ACCEPT  WS-SUPERSEDE-TODAY  FROM DATE YYYYMMDD.
           OPEN    INPUT   SUPERSED-FILE.
           IF  SUPERSED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE    "N"     TO  SUPERSED-EOF-SW.
           READ    SUPERSED-FILE
                   AT END  MOVE "Y" TO SUPERSED-EOF-SW
           END-READ.
           PERFORM UNTIL SUPERSED-EOF-SW = "Y"
               IF  SU-EFF-DATE NOT > WS-SUPERSEDE-TODAY
                       AND SV-COUNT < 999
                   ADD     1               TO  SV-COUNT
                   SET     SV-IDX          TO  SV-COUNT
                   MOVE    SU-OLD-PART     TO  SV-OLD-PART(SV-IDX)
                   MOVE    SU-NEW-PART     TO  SV-NEW-PART(SV-IDX)
                   MOVE    "N"             TO  SV-USE-UP-SW(SV-IDX)
                   IF  SU-USE-UP
                       MOVE    "Y"         TO  SV-USE-UP-SW(SV-IDX)
                   END-IF
               END-IF
               READ    SUPERSED-FILE
                       AT END  MOVE "Y" TO SUPERSED-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   SUPERSED-FILE.
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               PERFORM 400-FIND-FINAL-PART
           END-PERFORM.

      *-----------------------------------------------------------------
       400-FIND-FINAL-PART.
           MOVE    SV-NEW-PART(SV-IDX) TO  WS-CHAIN-PART.
           MOVE    ZEROS               TO  WS-CHAIN-HOPS.
           MOVE    "N"                 TO  WS-CHAIN-END-SW.
           PERFORM UNTIL WS-CHAIN-END-SW = "Y"
               MOVE    "Y"     TO  WS-CHAIN-END-SW
               IF  WS-CHAIN-HOPS < 99
                   PERFORM VARYING WS-SV-SUB FROM 1 BY 1
                           UNTIL WS-SV-SUB > SV-COUNT
                       IF  SV-OLD-PART(WS-SV-SUB) = WS-CHAIN-PART
                           MOVE    SV-NEW-PART(WS-SV-SUB)  TO
                                   WS-CHAIN-PART
                           ADD     1       TO  WS-CHAIN-HOPS
                           MOVE    "N"     TO  WS-CHAIN-END-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE    WS-CHAIN-PART       TO  SV-FINAL-PART(SV-IDX).

      *-----------------------------------------------------------------
      * Plan one sale. Only a sale the merge is certain to post is
      * planned: both parts on the master snapshot, a valid location,
      * neither part serialized, and room left in both tables.
      *-----------------------------------------------------------------
       300-PLAN-ONE-SUBSTITUTE.
           SET     SV-IDX  TO  1.
           SEARCH  SV-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN    SV-OLD-PART(SV-IDX) = TR-PART-NUMBER
                   CONTINUE
           END-SEARCH.
           IF  TR-SERIAL-LINK NOT = SPACES
                   OR KX-COUNT NOT < 2997 OR SB-COUNT NOT < 999
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-VALIDATE-TR-LOCATION.
           IF  NOT TR-LOC-VALID
               EXIT PARAGRAPH
           END-IF.
           IF  TR-LOCATION = SPACES
               MOVE    "01"        TO  WS-BUILD-LOC
           ELSE
               MOVE    TR-LOCATION TO  WS-BUILD-LOC
           END-IF.
           MOVE    "Y"                     TO  WS-SUBST-OK-SW.
           MOVE    TR-PART-NUMBER          TO  WS-KL-PART.
           PERFORM 400-CHECK-SUBSTITUTE-PART.
           MOVE    SV-FINAL-PART(SV-IDX)   TO  WS-KL-PART.
           PERFORM 400-CHECK-SUBSTITUTE-PART.
           IF  WS-SUBST-OK-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
      *    The old part's own stock goes first when it is to be used
      *    up.
           MOVE    ZEROS   TO  WS-OLD-TAKE.
           IF  SV-USE-UP-SW(SV-IDX) = "Y"
               MOVE    TR-PART-NUMBER  TO  WS-KL-PART
               PERFORM 400-FIND-SNAPSHOT-SLOT
               IF  WS-KL-SUB > ZEROS
                   IF  KL-QTY(WS-KL-SUB) NOT < TR-VALUE
                       MOVE    TR-VALUE            TO  WS-OLD-TAKE
                   ELSE
                       IF  KL-QTY(WS-KL-SUB) > ZEROS
                           MOVE    KL-QTY(WS-KL-SUB)   TO  WS-OLD-TAKE
                       END-IF
                   END-IF
                   SUBTRACT WS-OLD-TAKE    FROM    KL-QTY(WS-KL-SUB)
               END-IF
           END-IF.
           COMPUTE WS-SUBST-SHORT = TR-VALUE - WS-OLD-TAKE.
           IF  WS-SUBST-SHORT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    SV-FINAL-PART(SV-IDX)   TO  WS-KL-PART.
           PERFORM 400-FIND-SNAPSHOT-SLOT.
           IF  WS-KL-SUB = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  KL-QTY(WS-KL-SUB) NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  KL-QTY(WS-KL-SUB) < WS-SUBST-SHORT
               MOVE    KL-QTY(WS-KL-SUB)   TO  WS-SUBST-QTY
           ELSE
               MOVE    WS-SUBST-SHORT      TO  WS-SUBST-QTY
           END-IF.
           SUBTRACT WS-SUBST-QTY   FROM    KL-QTY(WS-KL-SUB).
           ADD     1               TO  KX-COUNT.
           SET     KX-IDX          TO  KX-COUNT.
           MOVE    SV-FINAL-PART(SV-IDX)   TO  KX-PART-NUMBER(KX-IDX).
           MOVE    WS-SUBST-QTY            TO  KX-QTY(KX-IDX).
           MOVE    WS-BUILD-LOC            TO  KX-LOCATION(KX-IDX).
           MOVE    "S"                     TO  KX-CODE(KX-IDX).
           MOVE    TR-PART-NUMBER          TO  KX-ORDERED-PART(KX-IDX).
           MOVE    ZEROS                   TO  KX-UNIT-COST(KX-IDX)
                                               KX-LINK-KIT(KX-IDX)
                                               KX-LINK-SEQ(KX-IDX).
           MOVE    TR-CUSTOMER-ID          TO  KX-CUSTOMER-ID(KX-IDX).
           MOVE    TR-OPERATOR-ID          TO  KX-OPERATOR-ID(KX-IDX).
           ADD     1               TO  SB-COUNT.
           SET     SB-IDX          TO  SB-COUNT.
           MOVE    WS-PLAN-SEQ     TO  SB-FILE-SEQ(SB-IDX).
           MOVE    WS-SUBST-QTY    TO  SB-QTY(SB-IDX).

      *-----------------------------------------------------------------
      * WS-KL-PART must be on the master snapshot and not serialized.
      *-----------------------------------------------------------------
       400-CHECK-SUBSTITUTE-PART.
           MOVE    "N"     TO  WS-KIT-FOUND-SW.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-COUNT
               IF  MS-PART-NUMBER(MS-IDX) = WS-KL-PART
                   MOVE    "Y"     TO  WS-KIT-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF  WS-KIT-FOUND-SW NOT = "Y"
               MOVE    "N"     TO  WS-SUBST-OK-SW
           END-IF.
           IF  PARTCTL-AVAILABLE
               MOVE    WS-KL-PART  TO  PC-PART-NUMBER
               READ    PARTCTL-FILE
                   NOT INVALID KEY
                       IF  PC-SERIALIZED = "Y"
                           MOVE    "N"     TO  WS-SUBST-OK-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Open master, transaction and error files
               PERFORM 300-BUILD-OPENPO-WORK-FILE
               PERFORM 300-BUILD-BACKORD-WORK-FILE
               PERFORM 300-LOAD-LOT-BALANCE-TABLE
               PERFORM 300-LOAD-COST-LAYER-TABLE
               PERFORM 300-LOAD-SELL-PRICE-TABLE
               PERFORM 300-LOAD-STD-COST-TABLE
               PERFORM 300-LOAD-LANDED-COST-TABLE
               PERFORM 300-LOAD-SERIAL-LINK-TABLE
               PERFORM 300-READ-INVENT-FILE-IN
               PERFORM 300-READ-TRANS-FILE-IN
               PERFORM 300-SKIP-TO-RESTART-POINT
           PERFORM 300-REWRITE-OPEN-PO-FILE.
           PERFORM 300-REWRITE-BACKORDER-FILE.
           PERFORM 300-REWRITE-LOT-BALANCE-FILE.
           PERFORM 300-REWRITE-COST-LAYER-FILE.
           PERFORM 300-REWRITE-SERIALS-FILE.
           PERFORM 300-OTHER-EOF-JOB.
       
      ******************************************************************
           IF  LOTHIST-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  LOTHIST-FILE-OUT
           END-IF.
           OPEN    EXTEND  FIFOHIST-FILE-OUT.
           IF  FIFOHIST-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  FIFOHIST-FILE-OUT
           END-IF.
           OPEN    EXTEND  QUARANT-FILE-OUT.
           IF  QUARANT-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  QUARANT-FILE-OUT
           IF  LANDED-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  LANDED-REPORT-OUT
           END-IF.
           OPEN    EXTEND  SERHIST-FILE-OUT.
           IF  SERHIST-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  SERHIST-FILE-OUT
           END-IF.
           OPEN    INPUT   PARTCTL-FILE.
           IF  PARTCTL-FILE-STATUS = "00"
               SET     PARTCTL-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    I-O     SERMAST-FILE.
           IF  SERMAST-FILE-STATUS = "35"
               OPEN    OUTPUT  SERMAST-FILE
               CLOSE   SERMAST-FILE
               OPEN    I-O     SERMAST-FILE
           END-IF.
           IF  SERMAST-FILE-STATUS = "00"
               SET     SERMAST-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    I-O     PARTLOC-FILE.
           IF  PARTLOC-FILE-STATUS = "35"
               OPEN    OUTPUT  PARTLOC-FILE
               CLOSE   PARTLOC-FILE
               OPEN    I-O     PARTLOC-FILE
           END-IF.
           IF  PARTLOC-FILE-STATUS = "00"
               SET     PARTLOC-AVAILABLE   TO  TRUE
           ELSE
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "BATCH UPDATE: CANNOT OPEN PART/LOCATION "
                       "BALANCE FILE - STATUS " PARTLOC-FILE-STATUS
           END-IF.
           PERFORM 300-OPEN-PART-SUMMARY.
      *    Without CONSIGN every unit on hand is ours, as it was
      *    before consignment stock was taken in; consignment
      *    receipts then bounce for want of an agreement.
           OPEN    I-O     CONSIGN-FILE.
           IF  CONSIGN-FILE-STATUS = "35"
               OPEN    OUTPUT  CONSIGN-FILE
               CLOSE   CONSIGN-FILE
               OPEN    I-O     CONSIGN-FILE
           END-IF.
           IF  CONSIGN-FILE-STATUS = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           ELSE
               DISPLAY "BATCH UPDATE: CANNOT OPEN CONSIGNMENT FILE - "
                       "STATUS " CONSIGN-FILE-STATUS
                       " - ALL STOCK TREATED AS OWNED"
           END-IF.
           OPEN    EXTEND  CONSLIAB-FILE-OUT.
           IF  CONSLIAB-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  CONSLIAB-FILE-OUT
           END-IF.
           OPEN    EXTEND  XFERRCV-FILE-OUT.
           IF  XFERRCV-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  XFERRCV-FILE-OUT
           END-IF.
           ACCEPT  CURRENT-RUN-DATE    FROM DATE YYYYMMDD.
           IF  INVENT-IN-STATUS NOT = "00"
            OR TRANS-IN-STATUS  NOT = "00"
               END-PERFORM
               PERFORM UNTIL TRANS-EOF
                       OR TR-PART-NUMBER > CKPT-LAST-PART-WRITTEN
                   PERFORM 500-CONSUME-KIT-VERDICT
                   PERFORM 500-SETTLE-SKIPPED-SERIALS
                   PERFORM 300-READ-TRANS-FILE-IN
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * A transaction skipped on restart may have posted before the
      * abend. Its serials did if the serial master already shows
      * this run's movement on them - those lines are consumed so the
      * end-of-run rewrite drops them; the rest stay for resubmission.
      *-----------------------------------------------------------------
       500-SETTLE-SKIPPED-SERIALS.
           IF  TR-SERIAL-LINK = SPACES OR NOT SERMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-COUNT
               IF  SLT-PART-NUMBER(SLT-IDX) = TR-PART-NUMBER
                       AND SLT-OPERATOR-ID(SLT-IDX) = TR-OPERATOR-ID
                       AND SLT-SERIAL-LINK(SLT-IDX) = TR-SERIAL-LINK
                       AND NOT SLT-CONSUMED(SLT-IDX)
                   MOVE    SLT-SERIAL-NUMBER(SLT-IDX)
                                           TO  SR-SERIAL-NUMBER
                   MOVE    TR-PART-NUMBER  TO  SR-PART-NUMBER
                   READ    SERMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  SR-LAST-DATE = CURRENT-RUN-DATE
                                   AND SR-LAST-CODE = TR-CODE
                               SET SLT-CONSUMED(SLT-IDX) TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Build the keyed open-PO work file from OPENPO.TXT so the
      * receiving pass can match receipts by part key instead of a
      * serial scan. On a checkpoint restart the work file from the
      * aborted run is reused as it stands - every PO change it took
      * before the abend is already on disk in it. A missing
      * OPENPO.TXT just means INVENTORY-REPORT has never cut a PO -
      * receipts then have nothing to match against, and an empty
           CLOSE   LOTBAL-FILE.
           MOVE    "N"     TO  LOTBAL-DIRTY-SW.

      *-----------------------------------------------------------------
      * Load the open FIFO cost layers, oldest first. A missing
      * COSTLAYR.TXT just means no layer has been opened yet - every
      * part's stock is then unlayered and issues at the weighted
      * average until receipts build layers up.
      *-----------------------------------------------------------------
       300-LOAD-COST-LAYER-TABLE.
           OPEN    INPUT   COSTLAYR-FILE.
           IF  COSTLAYR-FILE-STATUS = "00"
               MOVE    "N"     TO  COSTLAYR-EOF-SW
               READ    COSTLAYR-FILE
                       AT END  MOVE "Y" TO COSTLAYR-EOF-SW
               END-READ
               PERFORM UNTIL COSTLAYR-EOF-SW = "Y"
                   IF  LY-COUNT = 9999
                       DISPLAY "BATCH UPDATE: COSTLAYR.TXT OVER 9999 "
                               "LAYERS - NOT RELOADED"
                       CLOSE   COSTLAYR-FILE
                       EXIT PARAGRAPH
                   END-IF
                   ADD     1                   TO  LY-COUNT
                   SET     LY-IDX              TO  LY-COUNT
                   MOVE    LY-PART-NUMBER      TO
                           LYT-PART-NUMBER(LY-IDX)
                   MOVE    LY-OPEN-DATE        TO
                           LYT-OPEN-DATE(LY-IDX)
                   MOVE    LY-SOURCE-CODE      TO
                           LYT-SOURCE-CODE(LY-IDX)
                   MOVE    LY-QTY-OPENED       TO
                           LYT-QTY-OPENED(LY-IDX)
                   MOVE    LY-QTY-REMAINING    TO
                           LYT-QTY-REMAINING(LY-IDX)
                   MOVE    LY-UNIT-COST        TO
                           LYT-UNIT-COST(LY-IDX)
                   READ    COSTLAYR-FILE
                           AT END  MOVE "Y" TO COSTLAYR-EOF-SW
               END-PERFORM
               CLOSE   COSTLAYR-FILE
               SET     COSTLAYR-LOADED TO  TRUE
           END-IF.
           IF  COSTLAYR-FILE-STATUS = "35"
               SET     COSTLAYR-LOADED TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Write the still-open layers back over COSTLAYR.TXT - spent
      * layers drop off; FIFOHIST.TXT carries the cost they gave up.
      * Skipped when the load failed, so a bad open can't truncate
      * the file.
      *-----------------------------------------------------------------
       300-REWRITE-COST-LAYER-FILE.
           IF  NOT COSTLAYR-LOADED
               DISPLAY "BATCH UPDATE: COSTLAYR.TXT NOT RELOADED, LOAD "
                       "STATUS WAS " COSTLAYR-FILE-STATUS
           ELSE
               PERFORM 500-FLUSH-COST-LAYER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Rewrite COSTLAYR.TXT from the in-storage table, dropping
      * spent layers. Performed at termination and at every
      * checkpoint while the table is dirty, for the same restart
      * reason as the lot balances.
      *-----------------------------------------------------------------
       500-FLUSH-COST-LAYER-FILE.
           OPEN    OUTPUT  COSTLAYR-FILE.
           PERFORM VARYING LY-IDX FROM 1 BY 1 UNTIL LY-IDX > LY-COUNT
               IF  LYT-QTY-REMAINING(LY-IDX) > ZEROS
                   MOVE    SPACES                  TO  COSTLAYR-RECORD
                   MOVE    LYT-PART-NUMBER(LY-IDX) TO  LY-PART-NUMBER
                   MOVE    LYT-OPEN-DATE(LY-IDX)   TO  LY-OPEN-DATE
                   MOVE    LYT-SOURCE-CODE(LY-IDX) TO  LY-SOURCE-CODE
                   MOVE    LYT-QTY-OPENED(LY-IDX)  TO  LY-QTY-OPENED
                   MOVE    LYT-QTY-REMAINING(LY-IDX)   TO
                           LY-QTY-REMAINING
                   MOVE    LYT-UNIT-COST(LY-IDX)   TO  LY-UNIT-COST
                   WRITE   COSTLAYR-RECORD
               END-IF
           END-PERFORM.
           CLOSE   COSTLAYR-FILE.
           MOVE    "N"     TO  COSTLAYR-DIRTY-SW.

      *-----------------------------------------------------------------
      * Load the released serials. A missing SERIALS.TXT just means
      * no serialized movement has been captured yet. A file too big
      * for the table is still worked as far as it was read, but is
      * left alone at end of run.
      *-----------------------------------------------------------------
       300-LOAD-SERIAL-LINK-TABLE.
           OPEN    INPUT   SERIALS-FILE.
           IF  SERIALS-FILE-STATUS = "00"
               MOVE    "N"     TO  SERIALS-EOF-SW
               READ    SERIALS-FILE
                       AT END  MOVE "Y" TO SERIALS-EOF-SW
               END-READ
               PERFORM UNTIL SERIALS-EOF-SW = "Y"
                       OR SLT-COUNT = 9999
                   ADD     1                   TO  SLT-COUNT
                   SET     SLT-IDX             TO  SLT-COUNT
                   MOVE    SERIALS-RECORD      TO  SLT-RECORD(SLT-IDX)
                   MOVE    "N"         TO  SLT-CONSUMED-SW(SLT-IDX)
                   READ    SERIALS-FILE
                           AT END  MOVE "Y" TO SERIALS-EOF-SW
               END-PERFORM
               IF  SERIALS-EOF-SW = "Y"
                   SET     SERIALS-LOADED  TO  TRUE
               ELSE
                   DISPLAY "BATCH UPDATE: SERIALS.TXT HOLDS MORE THAN "
                           "9999 LINES - THE REST WAIT FOR A LATER RUN"
               END-IF
               CLOSE   SERIALS-FILE
           END-IF.
           IF  SERIALS-FILE-STATUS = "35"
               SET     SERIALS-LOADED  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Write the serial lines no posting consumed back over
      * SERIALS.TXT. Skipped when the load was short, so lines never
      * read into the table cannot be lost.
      *-----------------------------------------------------------------
       300-REWRITE-SERIALS-FILE.
           IF  NOT SERIALS-LOADED
               DISPLAY "BATCH UPDATE: SERIALS.TXT NOT RELOADED, LOAD "
                       "STATUS WAS " SERIALS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN    OUTPUT  SERIALS-FILE.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-COUNT
               IF  NOT SLT-CONSUMED(SLT-IDX)
                   MOVE    SLT-RECORD(SLT-IDX) TO  SERIALS-RECORD
                   WRITE   SERIALS-RECORD
               END-IF
           END-PERFORM.
           CLOSE   SERIALS-FILE.

      *-----------------------------------------------------------------
      * Load the selling-price list. A missing SELLPRICE.TXT just
      * means finance has not keyed one yet - sales then carry a zero
                               MOVE 99999  TO PART-NUMBER-IN
                   NOT AT END  ADD 1       TO CT-MASTERS-READ
                               MOVE "N"    TO MASTER-TOUCHED-SW.
           PERFORM 400-LOAD-PART-LOCATIONS.
           PERFORM 400-LOAD-PART-CONSIGNMENTS.

      *----------------------------------------------------------------- 
      * Hand the merge its next transaction: the lower part number
                        OR KX-PART-NUMBER(KX-NEXT) NOT > WS-FILE-PART)
               MOVE    SPACES      TO  TRANS-RECORD-IN
               MOVE    KX-PART-NUMBER(KX-NEXT) TO  TR-PART-NUMBER
               MOVE    KX-CODE(KX-NEXT)        TO  TR-CODE
               MOVE    KX-QTY(KX-NEXT)         TO  TR-VALUE
               MOVE    KX-LOCATION(KX-NEXT)    TO  TR-LOCATION
               MOVE    KX-CUSTOMER-ID(KX-NEXT) TO  TR-CUSTOMER-ID
               MOVE    KX-OPERATOR-ID(KX-NEXT) TO  TR-OPERATOR-ID
               MOVE    KX-ORDERED-PART(KX-NEXT) TO WS-SUBST-FOR-PART
               MOVE    KX-UNIT-COST(KX-NEXT)   TO  TR-RECEIPT-COST
               MOVE    KX-LINK-KIT(KX-NEXT)    TO  WS-LINK-KIT
               MOVE    KX-LINK-SEQ(KX-NEXT)    TO  WS-LINK-SEQ
               MOVE    ZEROS       TO  TR-NEW-UNIT-PRICE
                                       TR-NEW-REORDER-PT
                                       WS-TRANS-SEQ
               MOVE    "Y"         TO  WS-TRANS-SOURCE-SW
               ADD     1           TO  KX-NEXT
           ELSE
               MOVE    ZEROS       TO  WS-SUBST-FOR-PART
                                       WS-LINK-KIT
                                       WS-LINK-SEQ
               MOVE    "N"         TO  WS-TRANS-SOURCE-SW
               IF  FILE-REC-PENDING
                   MOVE    WS-FILE-TRANS   TO  TRANS-RECORD-IN
                   MOVE    WS-FILE-SEQ     TO  WS-TRANS-SEQ
                   MOVE    "N"     TO  WS-FILE-PENDING-SW
               ELSE
                   MOVE    "Y"     TO  TRANS-EOF-SW
                   MOVE    99999   TO  TR-PART-NUMBER
                   MOVE    ZEROS   TO  WS-TRANS-SEQ
               END-IF
           END-IF.

           IF  NOT FILE-TRANS-EOF
               MOVE    TRANS-RECORD-IN TO  WS-FILE-TRANS
               MOVE    "Y"     TO  WS-FILE-PENDING-SW
               ADD     1       TO  WS-FILE-SEQ
           END-IF.
       
      *-----------------------------------------------------------------
       300-PROCESS-WHEN-EQUAL.
           PERFORM 500-VALIDATE-TR-LOCATION.
           IF  NOT TR-LOC-VALID
               PERFORM 500-CONSUME-KIT-VERDICT
               MOVE    "BL"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               PERFORM 300-READ-TRANS-FILE-IN

      *-----------------------------------------------------------------
       300-APPLY-MATCHED-TRANSACTION.
      *    A sale partly or wholly filled from the part that
      *    superseded this one sells only the rest here; one filled
      *    in full has nothing left to post.
           IF  TR-SALE-CODE AND SB-COUNT > ZEROS
               PERFORM 400-TAKE-OFF-SUBSTITUTE
               IF  TR-VALUE = ZEROS
                   PERFORM 300-READ-TRANS-FILE-IN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 500-FIND-OR-ADD-LOCATION-IN.
           MOVE    "N"                     TO  WS-SERIAL-CHECK-SW.
           IF  NOT LOC-TABLE-FULL
               PERFORM 400-CHECK-MOVEMENT-SERIALS
           END-IF.
           MOVE    CT-TRANS-REJECTED       TO  WS-REJECTS-BEFORE.
           MOVE    CT-RECEIPTS-SUSPENDED   TO  WS-SUSPENDS-BEFORE.
           MOVE    ZEROS                   TO  WS-CN-CONSUMED.
           IF  TR-ADJ-DOWN-CODE OR TR-QUAR-SCRAP-CODE
                   OR TR-SITE-LOSS-CODE
               MOVE    TR-REASON       TO  RG-REASON-CODE
               CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS
               MOVE    RG-REASON-CODE  TO  TR-REASON
           ELSE
               MOVE    "Y"             TO  RG-VALID-SW
           END-IF.
           EVALUATE TRUE
               WHEN LOC-TABLE-FULL
                   PERFORM 500-CONSUME-KIT-VERDICT
                   MOVE    "LF"    TO  WS-ERR-REASON
                   PERFORM 400-WRITE-TRANSACTION-ERROR
               WHEN SERIALS-REJECTED
                   PERFORM 400-WRITE-TRANSACTION-ERROR
               WHEN NOT RG-REASON-VALID
                   MOVE    "RS"    TO  WS-ERR-REASON
                   PERFORM 400-WRITE-TRANSACTION-ERROR
      *    The suspense decision comes first, on the supplier's own
      *    keyed cost: a receipt held in suspense is stored and
      *    later released at that cost, so the landed-cost uplift
               WHEN TR-KIT-ISSUE-CODE
                       AND TR-VALUE NOT > LOC-QUANTITY-IN(WS-LOC-SUB)
                   PERFORM 400-APPLY-KIT-ISSUE
               WHEN TR-KIT-DISASSEMBLY-CODE
                       AND NOT TRANS-FROM-EXPLOSION
                   PERFORM 400-CLOSE-KIT-DISASSEMBLY
               WHEN TR-KIT-DISASSEMBLY-CODE
                       AND TR-VALUE NOT > LOC-QUANTITY-IN(WS-LOC-SUB)
                   PERFORM 400-APPLY-KIT-TAKE-OFF
               WHEN TR-KIT-PUTBACK-CODE
                   PERFORM 400-APPLY-KIT-PUTBACK
               WHEN TR-CONSIGN-RECEIPT-CODE
                   PERFORM 400-APPLY-CONSIGN-RECEIPT
               WHEN TR-SITE-SHIP-CODE
                       AND TR-VALUE NOT > LOC-QUANTITY-IN(WS-LOC-SUB)
                   PERFORM 400-APPLY-SITE-SHIPMENT
               WHEN TR-SITE-RECEIPT-CODE
                   PERFORM 400-APPLY-SITE-RECEIPT
               WHEN TR-SITE-LOSS-CODE
                   PERFORM 400-APPLY-SITE-LOSS
               WHEN OTHER
                   IF  TR-VENDOR-RETURN-CODE OR TR-ADJ-DOWN-CODE
                           OR TR-KIT-ISSUE-CODE
                           OR TR-KIT-DISASSEMBLY-CODE
                           OR TR-SITE-SHIP-CODE
                       MOVE    "OS"    TO  WS-ERR-REASON
                   ELSE
                       MOVE    "BC"    TO  WS-ERR-REASON
                   END-IF
                   PERFORM 400-WRITE-TRANSACTION-ERROR
           END-EVALUATE.
      *    A serialized movement that neither bounced nor went to
      *    suspense has posted - its serials move with it. A held
      *    receipt keeps its serials waiting for the release.
           IF  SERIALS-CHECKED
                   AND CT-TRANS-REJECTED = WS-REJECTS-BEFORE
                   AND CT-RECEIPTS-SUSPENDED = WS-SUSPENDS-BEFORE
               PERFORM 400-POST-MOVEMENT-SERIALS
           END-IF.
           PERFORM 300-READ-TRANS-FILE-IN.
       
      *-----------------------------------------------------------------
       400-TAKE-OFF-SUBSTITUTE.
           SEARCH  ALL SB-ENTRY
               WHEN    SB-FILE-SEQ(SB-IDX) = WS-TRANS-SEQ
                   SUBTRACT SB-QTY(SB-IDX) FROM TR-VALUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * A receipt, sale, return, or transfer of a serialized part
      * must carry exactly one released serial per unit ("SN"), and
      * each serial must be able to make the move ("SS"): a receipt
      * may not bring in a serial already in stock, a sale, vendor
      * return, or transfer must take serials in stock at the
      * from-location, and a customer return must bring back a
      * serial that was sold. A serialized sale is never sold short -
      * the serials shipped are the units that left, so a count over
      * the location's on-hand is an oversell.
      *-----------------------------------------------------------------
       400-CHECK-MOVEMENT-SERIALS.
           IF  NOT PARTCTL-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           IF  NOT (TR-RECEIPT-CODE OR TR-SALE-CODE OR TR-TRANSFER-CODE
                   OR TR-CUST-RETURN-CODE OR TR-VENDOR-RETURN-CODE
                   OR TR-CONSIGN-RECEIPT-CODE OR TR-SITE-SHIP-CODE
                   OR TR-SITE-RECEIPT-CODE)
               EXIT PARAGRAPH
           END-IF.
           MOVE    TR-PART-NUMBER  TO  PC-PART-NUMBER.
           READ    PARTCTL-FILE
               INVALID KEY
                   MOVE    "N"     TO  PC-SERIALIZED
           END-READ.
           IF  PC-SERIALIZED NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           SET     SERIALS-REJECTED        TO  TRUE.
      *    Serials do not travel between sites' serial masters, so a
      *    serialized part is never moved by inter-site transfer.
           IF  TR-SITE-SHIP-CODE OR TR-SITE-RECEIPT-CODE
               MOVE    "SN"    TO  WS-ERR-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE    LOC-CODE-IN(WS-LOC-SUB) TO  WS-SERIAL-FROM-LOC.
           MOVE    ZEROS                   TO  WS-SERIAL-COUNT.
           IF  TR-SERIAL-LINK NOT = SPACES
               PERFORM VARYING SLT-IDX FROM 1 BY 1
                       UNTIL SLT-IDX > SLT-COUNT
                   IF  SLT-PART-NUMBER(SLT-IDX) = TR-PART-NUMBER
                       AND SLT-OPERATOR-ID(SLT-IDX) = TR-OPERATOR-ID
                       AND SLT-SERIAL-LINK(SLT-IDX) = TR-SERIAL-LINK
                       AND NOT SLT-CONSUMED(SLT-IDX)
                       ADD     1   TO  WS-SERIAL-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-SERIAL-COUNT NOT = TR-VALUE
               MOVE    "SN"    TO  WS-ERR-REASON
               EXIT PARAGRAPH
           END-IF.
           IF  TR-SALE-CODE
                   AND TR-VALUE > LOC-QUANTITY-IN(WS-LOC-SUB)
               MOVE    "OS"    TO  WS-ERR-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE    "SS"    TO  WS-ERR-REASON.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-COUNT
               IF  SLT-PART-NUMBER(SLT-IDX) = TR-PART-NUMBER
                   AND SLT-OPERATOR-ID(SLT-IDX) = TR-OPERATOR-ID
                   AND SLT-SERIAL-LINK(SLT-IDX) = TR-SERIAL-LINK
                   AND NOT SLT-CONSUMED(SLT-IDX)
                   PERFORM 500-CHECK-ONE-SERIAL
                   IF  NOT SERIAL-CAN-MOVE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.
           SET     SERIALS-CHECKED     TO  TRUE.

      *-----------------------------------------------------------------
      * Sets SERIAL-CAN-MOVE when the serial at SLT-IDX stands where
      * the movement needs it. With no serial master to read, no
      * serial can be proved.
      *-----------------------------------------------------------------
       500-CHECK-ONE-SERIAL.
           MOVE    "N"                 TO  WS-SERIAL-OK-SW.
           IF  NOT SERMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    SLT-SERIAL-NUMBER(SLT-IDX)  TO  SR-SERIAL-NUMBER.
           MOVE    TR-PART-NUMBER              TO  SR-PART-NUMBER.
           READ    SERMAST-FILE
               INVALID KEY
                   IF  TR-RECEIPT-CODE OR TR-CONSIGN-RECEIPT-CODE
                       SET     SERIAL-CAN-MOVE     TO  TRUE
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TR-RECEIPT-CODE OR TR-CONSIGN-RECEIPT-CODE
                           IF  NOT SR-IN-STOCK
                               SET SERIAL-CAN-MOVE     TO  TRUE
                           END-IF
                       WHEN TR-CUST-RETURN-CODE
                           IF  SR-SOLD
                               SET SERIAL-CAN-MOVE     TO  TRUE
                           END-IF
                       WHEN OTHER
                           IF  SR-IN-STOCK
                               AND SR-LOCATION = WS-SERIAL-FROM-LOC
                               SET SERIAL-CAN-MOVE     TO  TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------------------
      * Move each of the posted movement's serials on the serial
      * master, record the movement on the serial history, and
      * consume its lines so the end-of-run rewrite drops them.
      *-----------------------------------------------------------------
       400-POST-MOVEMENT-SERIALS.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-COUNT
               IF  SLT-PART-NUMBER(SLT-IDX) = TR-PART-NUMBER
                   AND SLT-OPERATOR-ID(SLT-IDX) = TR-OPERATOR-ID
                   AND SLT-SERIAL-LINK(SLT-IDX) = TR-SERIAL-LINK
                   AND NOT SLT-CONSUMED(SLT-IDX)
                   PERFORM 500-MOVE-ONE-SERIAL
                   SET     SLT-CONSUMED(SLT-IDX)   TO  TRUE
                   ADD     1       TO  CT-SERIALS-MOVED
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-MOVE-ONE-SERIAL.
           MOVE    SLT-SERIAL-NUMBER(SLT-IDX)  TO  SR-SERIAL-NUMBER.
           MOVE    TR-PART-NUMBER              TO  SR-PART-NUMBER.
           MOVE    "Y"                         TO  WS-SERMAST-FOUND-SW.
           READ    SERMAST-FILE
               INVALID KEY
                   MOVE    "N"                 TO  WS-SERMAST-FOUND-SW
                   MOVE    SPACES              TO  SERMAST-RECORD
                   MOVE    SLT-SERIAL-NUMBER(SLT-IDX)
                                               TO  SR-SERIAL-NUMBER
                   MOVE    TR-PART-NUMBER      TO  SR-PART-NUMBER
                   MOVE    ZEROS               TO  SR-RECEIPT-DATE
           END-READ.
           MOVE    SPACES                  TO  SERHIST-RECORD-OUT.
           MOVE    WS-SERIAL-FROM-LOC      TO  SH-LOCATION.
           EVALUATE TRUE
               WHEN TR-RECEIPT-CODE OR TR-CONSIGN-RECEIPT-CODE
                   MOVE    "I"                 TO  SR-STATUS
                   MOVE    WS-SERIAL-FROM-LOC  TO  SR-LOCATION
                   MOVE    SPACES              TO  SR-CUSTOMER-ID
                   MOVE    CURRENT-RUN-DATE    TO  SR-RECEIPT-DATE
               WHEN TR-SALE-CODE
                   MOVE    "S"                 TO  SR-STATUS
                   MOVE    TR-CUSTOMER-ID      TO  SR-CUSTOMER-ID
                                                   SH-CUSTOMER-ID
               WHEN TR-CUST-RETURN-CODE
                   MOVE    "R"                 TO  SR-STATUS
                   MOVE    WS-SERIAL-FROM-LOC  TO  SR-LOCATION
                   IF  TR-CUSTOMER-ID NOT = SPACES
                       MOVE    TR-CUSTOMER-ID  TO  SR-CUSTOMER-ID
                   END-IF
                   MOVE    SR-CUSTOMER-ID      TO  SH-CUSTOMER-ID
               WHEN TR-VENDOR-RETURN-CODE
                   MOVE    "V"                 TO  SR-STATUS
               WHEN TR-TRANSFER-CODE
                   MOVE    TR-TO-LOCATION      TO  SR-LOCATION
                                                   SH-TO-LOCATION
           END-EVALUATE.
           MOVE    CURRENT-RUN-DATE        TO  SR-LAST-DATE.
           MOVE    TR-CODE                 TO  SR-LAST-CODE.
           MOVE    TR-OPERATOR-ID          TO  SR-OPERATOR-ID.
           IF  SERMAST-FOUND
               REWRITE SERMAST-RECORD
           ELSE
               WRITE   SERMAST-RECORD
           END-IF.
           IF  SERMAST-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: SERIAL " SR-SERIAL-NUMBER
                       " PART " SR-PART-NUMBER
                       " NOT UPDATED ON SERMAST - STATUS "
                       SERMAST-FILE-STATUS
           END-IF.
           MOVE    CURRENT-RUN-DATE        TO  SH-DATE.
           MOVE    SR-SERIAL-NUMBER        TO  SH-SERIAL-NUMBER.
           MOVE    TR-PART-NUMBER          TO  SH-PART-NUMBER.
           MOVE    TR-CODE                 TO  SH-CODE.
           MOVE    TR-OPERATOR-ID          TO  SH-OPERATOR-ID.
           WRITE   SERHIST-RECORD-OUT.

      *-----------------------------------------------------------------
       300-PROCESS-WHEN-TRANS-GT-MASTER.
           PERFORM 400-WRITE-MODIFIED-INVENT-OUT.
                   MOVE    TR-PART-NUMBER  TO  WS-LAST-PART-ADDED
               END-IF
           ELSE
               PERFORM 500-CONSUME-KIT-VERDICT
               IF  TR-ADD-CODE
                   MOVE    "BL"    TO  WS-ERR-REASON
               ELSE
                   CT-RECEIPTS-APPLIED.
           DISPLAY "  SALES APPLIED .................. "
                   CT-SALES-APPLIED.
           DISPLAY "  SALES FILLED BY NEW PART ........ "
                   CT-SALES-SUBSTITUTED.
           DISPLAY "  TRANSFERS APPLIED ............... "
                   CT-TRANSFERS-APPLIED.
           DISPLAY "  COUNT ADJUSTMENTS APPLIED ........ "
                   CT-RECEIPTS-SUSPENDED.
           DISPLAY "  KIT BUILDS APPLIED ................. "
                   CT-KITS-BUILT.
           DISPLAY "  KIT DISASSEMBLIES APPLIED .......... "
                   CT-KITS-DISASSEMBLED.
           DISPLAY "  FIFO COST LAYERS OPENED ............ "
                   CT-LAYERS-OPENED.
           DISPLAY "  FIFO-COSTED ISSUES ................. "
                   CT-LAYER-ISSUES.
           DISPLAY "  SERIALS MOVED ...................... "
                   CT-SERIALS-MOVED.
           DISPLAY "  CONSIGNMENT RECEIPTS APPLIED ....... "
                   CT-CONSIGN-RECEIPTS.
           DISPLAY "  CONSIGNED UNITS CONSUMED ........... "
                   CT-CONSIGN-CONSUMED.
           DISPLAY "  SHIPPED TO OTHER SITES ............. "
                   CT-SITE-SHIPPED.
           DISPLAY "  RECEIVED FROM OTHER SITES .......... "
                   CT-SITE-RECEIVED.
           DISPLAY "  WRITTEN OFF IN TRANSIT ............. "
                   CT-SITE-WRITTEN-OFF.
           DISPLAY "  TRANSACTIONS REJECTED TO ERRORS  "
                   CT-TRANS-REJECTED.

                   HISTORY-FILE-OUT
                   PRICHIST-FILE-OUT
                   LOTHIST-FILE-OUT
                   FIFOHIST-FILE-OUT
                   QUARANT-FILE-OUT
                   PPVFILE-OUT
                   LANDED-REPORT-OUT
                   SALEMARG-FILE-OUT
                   SUSPENSE-FILE-OUT
                   CHANGES-FILE-OUT
                   RELEASE-REPORT-OUT
                   SERHIST-FILE-OUT
                   CONSLIAB-FILE-OUT
                   XFERRCV-FILE-OUT.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.
           IF  PARTCTL-AVAILABLE
               CLOSE   PARTCTL-FILE
           END-IF.
           IF  SERMAST-AVAILABLE
               CLOSE   SERMAST-FILE
           END-IF.
           IF  PARTLOC-AVAILABLE
               CLOSE   PARTLOC-FILE
           END-IF.
           IF  PARTSUMM-AVAILABLE
               PERFORM 300-CLOSE-PART-SUMMARY
           END-IF.

      *-----------------------------------------------------------------
      * The summary is posted only once it has been built - its
      * control record is the sign. A summary never built, or one
      * that cannot be opened, leaves tonight's history unsummarized
      * and the reports reading TRANHIST; the window carries on.
      *-----------------------------------------------------------------
       300-OPEN-PART-SUMMARY.
           OPEN    I-O     PARTSUMM-FILE.
           IF  PARTSUMM-FILE-STATUS = "35"
               DISPLAY "BATCH UPDATE: PART SUMMARY NOT BUILT - RUN "
                       "PART-SUMMARY-REBUILD"
               EXIT PARAGRAPH
           END-IF.
           IF  PARTSUMM-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: CANNOT OPEN PART SUMMARY - "
                       "STATUS " PARTSUMM-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS       TO  PSM-PART-NUMBER
                                   PSM-DATE.
           MOVE    SPACE       TO  PSM-CODE.
           READ    PARTSUMM-FILE
               INVALID KEY
                   DISPLAY "BATCH UPDATE: PART SUMMARY HAS NO CONTROL "
                           "RECORD - RUN PART-SUMMARY-REBUILD"
                   CLOSE   PARTSUMM-FILE
               NOT INVALID KEY
                   SET     PARTSUMM-AVAILABLE  TO  TRUE
           END-READ.

      *-----------------------------------------------------------------
      * Stamp the control record with the run date just posted.
      *-----------------------------------------------------------------
       300-CLOSE-PART-SUMMARY.
           MOVE    ZEROS       TO  PSM-PART-NUMBER
                                   PSM-DATE.
           MOVE    SPACE       TO  PSM-CODE.
           READ    PARTSUMM-FILE
               NOT INVALID KEY
                   MOVE    CURRENT-RUN-DATE    TO
                           PSM-CTL-POSTED-THROUGH
                   IF  PSM-CTL-FIRST-DATE = ZEROS
                       MOVE    CURRENT-RUN-DATE    TO
                               PSM-CTL-FIRST-DATE
                   END-IF
                   REWRITE PART-SUMMARY-RECORD
           END-READ.
           CLOSE   PARTSUMM-FILE.
           MOVE    "N"         TO  PARTSUMM-AVAIL-SW.
           DISPLAY "BATCH UPDATE: " CT-SUMMARY-POSTED
                   " PART SUMMARY MOVEMENTS POSTED".

      *-----------------------------------------------------------------
      * A run that reaches this point processed both files to EOF, so
               PERFORM 500-APPLY-RECEIPT
               ADD 1        TO CT-RECEIPTS-APPLIED
           ELSE
               MOVE    TR-VALUE        TO  WS-CN-ISSUE-QTY
               MOVE    "S"             TO  WS-CN-ISSUE-CODE
               MOVE    TR-CUSTOMER-ID  TO  WS-CN-CUSTOMER-ID
               PERFORM 500-CONSUME-CONSIGNMENT
               SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB)
               SUBTRACT TR-VALUE FROM QUANTITY-IN
               ADD 1        TO CT-SALES-APPLIED
               IF  WS-SUBST-FOR-PART > ZEROS
                   ADD 1    TO CT-SALES-SUBSTITUTED
               END-IF
               MOVE    "S"         TO  WS-LOT-CODE
               MOVE    TR-VALUE    TO  WS-LOT-QTY
               PERFORM 500-CONSUME-LOTS
      * to-location in one unit of work: the from-location keeps the
      * oversell guard, the part-level QUANTITY-IN is untouched, and
      * the history record carries the distinct "T" code so the move
      * never reads as demand. A part already stocked at as many
      * locations as the table holds rejects a transfer to yet
      * another one whole, nothing applied.
      *-----------------------------------------------------------------
       400-APPLY-TRANSFER.
           MOVE    WS-LOC-SUB      TO  WS-FROM-LOC-SUB.

      *-----------------------------------------------------------------
      * Find TR-TO-LOCATION in this part's LOCATION-TABLE-IN, or
      * add it to the end of the table - the to-location twin of
      * 500-FIND-OR-ADD-LOCATION-IN, leaving its result in
      * WS-LOC-SUB / LOC-TABLE-FULL-SW the same way.
      *-----------------------------------------------------------------
       500-FIND-OR-ADD-TO-LOCATION.
           MOVE    "N"     TO  LOC-FOUND-SW.
           MOVE    "N"     TO  LOC-TABLE-FULL-SW.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > PLT-COUNT
               IF  (TR-TO-LOCATION = SPACES AND LOC-CODE-IN(WS-LOC-SUB)
                                              = "01")
                   OR LOC-CODE-IN(WS-LOC-SUB) = TR-TO-LOCATION
               END-IF
           END-PERFORM.
           IF  NOT LOC-FOUND
               IF  TR-TO-LOCATION = SPACES
                   PERFORM 500-ADD-LOCATION-ENTRY
                   IF  NOT LOC-TABLE-FULL
                       MOVE    "01"    TO  LOC-CODE-IN(WS-LOC-SUB)
                   END-IF
               ELSE
                   PERFORM 500-ADD-LOCATION-ENTRY
                   IF  NOT LOC-TABLE-FULL
                       MOVE    TR-TO-LOCATION  TO
                               LOC-CODE-IN(WS-LOC-SUB)
                   END-IF
               END-IF
           END-IF.

      * location short). The verdicts were recorded per "B" record
      * in file order, so they are consumed in the same order here.
      * The component issues of an accepted build travel separately
      * through the explosion table. The build goes on at the kit's
      * rolled-up cost, blended into its weighted average the way a
      * costed receipt is.
      *-----------------------------------------------------------------
       400-APPLY-KIT-BUILD.
           IF  WS-NEXT-BUILD > AB-COUNT
           PERFORM 500-CONSUME-BUILD-VERDICT.
           IF  WS-BUILD-ACCEPTED-SW = "Y"
               MOVE    "Y"         TO  MASTER-TOUCHED-SW
               MOVE    AB-UNIT-COST(AB-IDX)    TO  WS-KIT-UNIT-COST
               MOVE    AB-LABOUR(AB-IDX)       TO  WS-KIT-LABOUR
               PERFORM 500-BLEND-KIT-COST
               ADD     TR-VALUE    TO  LOC-QUANTITY-IN(WS-LOC-SUB)
               ADD     TR-VALUE    TO  QUANTITY-IN
               ADD     1           TO  CT-KITS-BUILT
               PERFORM 400-WRITE-HISTORY-RECORD
               PERFORM 500-ABSORB-KIT-LABOUR
           ELSE
               MOVE    "KS"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
           END-IF.

      *-----------------------------------------------------------------
      * Blend the built quantity at its rolled-up cost into the kit's
      * weighted-average unit price, with the same price-history and
      * rounding-residue records a costed receipt writes.
      *-----------------------------------------------------------------
       500-BLEND-KIT-COST.
           PERFORM 500-COMPUTE-OWNED-QTY.
           MOVE    WS-OWNED-QTY        TO  LS-QUANTITY.
           MOVE    UNIT-PRICE-IN       TO  LS-UNIT-PRICE.
           MOVE    TR-VALUE            TO  LS-RECEIPT-QUANTITY.
           MOVE    WS-KIT-UNIT-COST    TO  LS-RECEIPT-COST.
           CALL    "ComputeValue"      USING LINK-PARAMETERS.
           MOVE    UNIT-PRICE-IN       TO  WS-PRIOR-UNIT-PRICE.
           MOVE    LS-NEW-UNIT-COST    TO  UNIT-PRICE-IN.
           IF  UNIT-PRICE-IN NOT = WS-PRIOR-UNIT-PRICE
               PERFORM 500-WRITE-PRICE-HISTORY
               PERFORM 500-WRITE-BLEND-REVALUATION
           END-IF.

      *-----------------------------------------------------------------
      * The labour and overhead built into the kit's value is booked
      * as absorbed ("X"), so the build's clearing account is left
      * holding only the components.
      *-----------------------------------------------------------------
       500-ABSORB-KIT-LABOUR.
           IF  WS-KIT-LABOUR = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    "X"                 TO  WS-GL-CODE.
           MOVE    TR-VALUE            TO  WS-GL-QTY.
           MOVE    WS-KIT-LABOUR       TO  WS-GL-UNIT-AMT.
           COMPUTE WS-GL-EXT = WS-GL-QTY * WS-GL-UNIT-AMT.
           PERFORM 400-WRITE-GL-RECORD.

      *-----------------------------------------------------------------
      * A disassembly's own file record posts nothing: the kit
      * take-off and the component put-backs it was proved into
      * have already come through from the explosion table. It only
      * takes its verdict off the queue - bouncing whole, with the
      * reason the proof gave, when it was rejected.
      *-----------------------------------------------------------------
       400-CLOSE-KIT-DISASSEMBLY.
           IF  WS-NEXT-BUILD > AB-COUNT
               MOVE    "BC"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-CONSUME-BUILD-VERDICT.
           IF  WS-BUILD-ACCEPTED-SW = "Y"
               ADD     1       TO  CT-KITS-DISASSEMBLED
           ELSE
               MOVE    AB-REJECT-REASON(AB-IDX)    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
           END-IF.

      *-----------------------------------------------------------------
      * Take the disassembled kits off hand (oversell-guarded by the
      * caller as a backstop - the proof reserved the stock). They go
      * at the kit's current price, valued and lot-consumed like any
      * issue; our own kits are taken apart before consigned ones.
      *-----------------------------------------------------------------
       400-APPLY-KIT-TAKE-OFF.
           MOVE    "Y"         TO  MASTER-TOUCHED-SW.
           MOVE    TR-VALUE    TO  WS-CN-ISSUE-QTY.
           MOVE    "Z"         TO  WS-CN-ISSUE-CODE.
           MOVE    SPACES      TO  WS-CN-CUSTOMER-ID.
           PERFORM 500-CONSUME-CONSIGNMENT.
           SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB).
           SUBTRACT TR-VALUE FROM QUANTITY-IN.
           MOVE    "Z"         TO  WS-LOT-CODE.
           MOVE    TR-VALUE    TO  WS-LOT-QTY.
           PERFORM 500-CONSUME-LOTS.
           PERFORM 400-WRITE-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * Put one component back on hand at its share of the kit's
      * cost, blended into its weighted average the way a kit build
      * is.
      *-----------------------------------------------------------------
       400-APPLY-KIT-PUTBACK.
           MOVE    "Y"         TO  MASTER-TOUCHED-SW.
           MOVE    TR-RECEIPT-COST     TO  WS-KIT-UNIT-COST.
           PERFORM 500-BLEND-KIT-COST.
           ADD     TR-VALUE    TO  LOC-QUANTITY-IN(WS-LOC-SUB).
           ADD     TR-VALUE    TO  QUANTITY-IN.
           PERFORM 400-WRITE-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * Every path that disposes of a file "B" or "Z" record without
      * posting it consumes its verdict through here. A "Z" off the
      * explosion table is a take-off, not the keyed record, and has
      * no verdict of its own.
      *-----------------------------------------------------------------
       500-CONSUME-KIT-VERDICT.
           IF  TR-KIT-BUILD-CODE
                   OR (TR-KIT-DISASSEMBLY-CODE
                       AND NOT TRANS-FROM-EXPLOSION)
               PERFORM 500-CONSUME-BUILD-VERDICT
           END-IF.

      *-----------------------------------------------------------------
      * Take the next verdict off the accepted-build queue. Every
      * path that disposes of a "B" or "Z" record - posting it,
      * bouncing it for any reason, or skipping it on a restart -
      * comes through here, so the queue can never fall out of step
      * with the file.
      *-----------------------------------------------------------------
       500-CONSUME-BUILD-VERDICT.
           MOVE    "N"     TO  WS-BUILD-ACCEPTED-SW.
      *-----------------------------------------------------------------
       400-APPLY-KIT-ISSUE.
           MOVE    "Y"         TO  MASTER-TOUCHED-SW.
           MOVE    TR-VALUE    TO  WS-CN-ISSUE-QTY.
           MOVE    "I"         TO  WS-CN-ISSUE-CODE.
           MOVE    SPACES      TO  WS-CN-CUSTOMER-ID.
           PERFORM 500-CONSUME-CONSIGNMENT.
           SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB).
           SUBTRACT TR-VALUE FROM QUANTITY-IN.
           MOVE    "I"         TO  WS-LOT-CODE.
               PERFORM 500-BOOK-INTO-QUARANTINE
           ELSE
               MOVE    "Y"     TO  MASTER-TOUCHED-SW
               MOVE    TR-VALUE    TO  WS-CN-ISSUE-QTY
               MOVE    "V"         TO  WS-CN-ISSUE-CODE
               MOVE    SPACES      TO  WS-CN-CUSTOMER-ID
               PERFORM 500-CONSUME-CONSIGNMENT
               SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB)
               SUBTRACT TR-VALUE FROM QUANTITY-IN
               MOVE    "V"         TO  WS-LOT-CODE
           MOVE    LOC-QUANTITY-IN(WS-LOC-SUB) TO  WS-AVAIL-QTY.
           COMPUTE WS-SHORT-QTY = TR-VALUE - WS-AVAIL-QTY.
           IF  WS-AVAIL-QTY > ZEROS
               MOVE    WS-AVAIL-QTY    TO  WS-CN-ISSUE-QTY
               MOVE    "S"             TO  WS-CN-ISSUE-CODE
               MOVE    TR-CUSTOMER-ID  TO  WS-CN-CUSTOMER-ID
               PERFORM 500-CONSUME-CONSIGNMENT
               SUBTRACT WS-AVAIL-QTY FROM LOC-QUANTITY-IN(WS-LOC-SUB)
               SUBTRACT WS-AVAIL-QTY FROM QUANTITY-IN
               ADD     1           TO  CT-SALES-APPLIED
           MOVE    "S"                 TO  HIST-CODE.
           MOVE    WS-AVAIL-QTY        TO  HIST-VALUE.
           MOVE    TR-CUSTOMER-ID      TO  HIST-CUSTOMER-ID.
           MOVE    TR-LOCATION         TO  HIST-LOCATION.
           MOVE    TR-OPERATOR-ID      TO  HIST-OPERATOR-ID.
           WRITE   HISTORY-RECORD-OUT.
           PERFORM 500-POST-PART-SUMMARY.
           MOVE    WS-AVAIL-QTY        TO  WS-MARGIN-QTY.
           MOVE    TR-CUSTOMER-ID      TO  WS-MARGIN-CUSTOMER-ID.
           PERFORM 400-WRITE-SALE-MARGIN.
      *    Units consumed off consignment went to the ledger at the
      *    agreed price already - only our own stock is costed here.
           IF  WS-AVAIL-QTY > WS-CN-CONSUMED
               MOVE    "S"                 TO  WS-GL-CODE
               COMPUTE WS-GL-QTY = WS-AVAIL-QTY - WS-CN-CONSUMED
               MOVE    UNIT-PRICE-IN       TO  WS-GL-UNIT-AMT
               COMPUTE WS-GL-EXT = ZERO - (WS-GL-QTY * WS-GL-UNIT-AMT)
               PERFORM 400-WRITE-GL-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Post a cycle-count adjustment: "U" puts the counted surplus
               ADD     TR-VALUE    TO  LOC-QUANTITY-IN(WS-LOC-SUB)
               ADD     TR-VALUE    TO  QUANTITY-IN
           ELSE
               MOVE    TR-VALUE    TO  WS-CN-ISSUE-QTY
               MOVE    "D"         TO  WS-CN-ISSUE-CODE
               MOVE    SPACES      TO  WS-CN-CUSTOMER-ID
               PERFORM 500-CONSUME-CONSIGNMENT
               SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB)
               SUBTRACT TR-VALUE FROM QUANTITY-IN
               MOVE    "D"         TO  WS-LOT-CODE
      * average unit cost via the ComputeValue subprogram.
      *-----------------------------------------------------------------
       500-APPLY-RECEIPT.
      *    Only the stock we own carries the old cost into the blend.
           PERFORM 500-COMPUTE-OWNED-QTY.
           MOVE    WS-OWNED-QTY        TO  LS-QUANTITY.
           MOVE    UNIT-PRICE-IN       TO  LS-UNIT-PRICE.
           MOVE    TR-VALUE            TO  LS-RECEIPT-QUANTITY.
           MOVE    TR-RECEIPT-COST     TO  LS-RECEIPT-COST.
               PERFORM 500-MEASURE-PRICE-VARIANCE
           END-IF.
           PERFORM 500-APPLY-RECEIPT-TO-OPEN-PO.
           MOVE    TR-PART-NUMBER  TO  WS-RELEASE-PART.
           PERFORM 500-RELEASE-BACKORDERS.
           PERFORM 500-RELEASE-SUPERSEDED-BACKORDERS.

      *-----------------------------------------------------------------
      * Put a lotted receipt on the lot balance file: a new open lot
           MOVE    TR-PART-NUMBER      TO  PH-PART-NUMBER.
           MOVE    WS-PRIOR-UNIT-PRICE TO  PH-OLD-PRICE.
           MOVE    UNIT-PRICE-IN       TO  PH-NEW-PRICE.
           IF  TR-KIT-BUILD-CODE OR TR-KIT-PUTBACK-CODE
               MOVE    "K"             TO  PH-SOURCE
           ELSE
               MOVE    "R"             TO  PH-SOURCE
           END-IF.
           WRITE   PRICHIST-RECORD-OUT.

      *-----------------------------------------------------------------
      * and a release-report line showing what is still owed.
      *-----------------------------------------------------------------
       500-RELEASE-BACKORDERS.
           MOVE    WS-RELEASE-PART TO  BOW-PART-NUMBER.
           MOVE    ZEROS           TO  BOW-SEQUENCE.
           START   BACKORDWK-FILE  KEY IS NOT LESS THAN BOW-KEY
               INVALID KEY
                   AT END
                       MOVE    "Y"     TO  BACKORDWK-EOF-SW
                   NOT AT END
                       IF  BOW-PART-NUMBER NOT = WS-RELEASE-PART
                           MOVE    "Y"     TO  BACKORDWK-EOF-SW
                       ELSE
                           IF  BOW-QTY-SHORT > ZEROS
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * Stock left after the part's own backorders goes to those
      * still owed on the parts it supersedes - nobody will ever
      * receive the old part again to release them.
      *-----------------------------------------------------------------
       500-RELEASE-SUPERSEDED-BACKORDERS.
           PERFORM VARYING SV-IDX FROM 1 BY 1
                   UNTIL SV-IDX > SV-COUNT
                      OR LOC-QUANTITY-IN(WS-LOC-SUB) = ZEROS
               IF  SV-FINAL-PART(SV-IDX) = TR-PART-NUMBER
                   MOVE    SV-OLD-PART(SV-IDX) TO  WS-RELEASE-PART
                   PERFORM 500-RELEASE-BACKORDERS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       600-FILL-ONE-BACKORDER.
           IF  BOW-QTY-SHORT NOT > LOC-QUANTITY-IN(WS-LOC-SUB)
           ELSE
               MOVE    LOC-QUANTITY-IN(WS-LOC-SUB) TO  WS-FILL-QTY
           END-IF.
           MOVE    WS-FILL-QTY     TO  WS-CN-ISSUE-QTY.
           MOVE    "S"             TO  WS-CN-ISSUE-CODE.
           MOVE    BOW-CUSTOMER-ID TO  WS-CN-CUSTOMER-ID.
           PERFORM 500-CONSUME-CONSIGNMENT.
           SUBTRACT WS-FILL-QTY FROM LOC-QUANTITY-IN(WS-LOC-SUB).
           SUBTRACT WS-FILL-QTY FROM QUANTITY-IN.
           SUBTRACT WS-FILL-QTY FROM BOW-QTY-SHORT.
           MOVE    "S"                 TO  HIST-CODE.
           MOVE    WS-FILL-QTY         TO  HIST-VALUE.
           MOVE    BOW-CUSTOMER-ID     TO  HIST-CUSTOMER-ID.
      *    The bin the stock left, not the one the order asked for.
           MOVE    LOC-CODE-IN(WS-LOC-SUB) TO  HIST-LOCATION.
           IF  BOW-PART-NUMBER NOT = TR-PART-NUMBER
               MOVE    BOW-PART-NUMBER TO  HIST-ORDERED-PART
           END-IF.
           MOVE    TR-OPERATOR-ID      TO  HIST-OPERATOR-ID.
           WRITE   HISTORY-RECORD-OUT.
           PERFORM 500-POST-PART-SUMMARY.
           MOVE    WS-FILL-QTY         TO  WS-MARGIN-QTY.
           MOVE    BOW-CUSTOMER-ID     TO  WS-MARGIN-CUSTOMER-ID.
           PERFORM 400-WRITE-SALE-MARGIN.
           IF  WS-FILL-QTY > WS-CN-CONSUMED
               MOVE    "S"                 TO  WS-GL-CODE
               COMPUTE WS-GL-QTY = WS-FILL-QTY - WS-CN-CONSUMED
               MOVE    UNIT-PRICE-IN       TO  WS-GL-UNIT-AMT
               COMPUTE WS-GL-EXT = ZERO - (WS-GL-QTY * WS-GL-UNIT-AMT)
               PERFORM 400-WRITE-GL-RECORD
           END-IF.

      *-----------------------------------------------------------------
       500-WRITE-RELEASE-LINE.
           WRITE   RELEASE-LINE-OUT        FROM    RELEASE-DETAIL.

      *-----------------------------------------------------------------
      * Find TR-LOCATION in this part's LOCATION-TABLE-IN, or add it
      * to the end of the table if the part has never been stocked
      * there. TR-LOCATION of spaces (transaction data written before
      * this field existed) defaults to location "01".
      *-----------------------------------------------------------------
       500-FIND-OR-ADD-LOCATION-IN.
           MOVE    "N"     TO  LOC-FOUND-SW.
           MOVE    "N"     TO  LOC-TABLE-FULL-SW.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > PLT-COUNT
               IF  (TR-LOCATION = SPACES AND LOC-CODE-IN(WS-LOC-SUB)
                                              = "01")
                   OR LOC-CODE-IN(WS-LOC-SUB) = TR-LOCATION
               END-IF
           END-PERFORM.
           IF  NOT LOC-FOUND
               PERFORM 500-ADD-LOCATION-ENTRY
               IF  NOT LOC-TABLE-FULL
                   IF  TR-LOCATION = SPACES
                       MOVE    "01"        TO  LOC-CODE-IN(WS-LOC-SUB)
                   ELSE
                       MOVE    TR-LOCATION TO  LOC-CODE-IN(WS-LOC-SUB)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open a zero balance at the end of LOCATION-TABLE-IN for a
      * location the part has never been stocked at; the caller fills
      * in the code. Nothing reaches PARTLOC unless a posting moves
      * the balance. A full table leaves LOC-TABLE-FULL-SW set and
      * WS-LOC-SUB pointing at a harmless entry.
      *-----------------------------------------------------------------
       500-ADD-LOCATION-ENTRY.
           IF  PLT-COUNT < 99
               ADD     1           TO  PLT-COUNT
               MOVE    PLT-COUNT   TO  WS-LOC-SUB
               MOVE    SPACES      TO  LOC-CODE-IN(WS-LOC-SUB)
               MOVE    ZEROS       TO  LOC-QUANTITY-IN(WS-LOC-SUB)
                                       LOC-LOADED-QTY(WS-LOC-SUB)
               MOVE    "N"         TO  LOC-ON-FILE-SW(WS-LOC-SUB)
           ELSE
               MOVE    "Y"         TO  LOC-TABLE-FULL-SW
               MOVE    1           TO  WS-LOC-SUB
           END-IF.

      *-----------------------------------------------------------------
       400-WRITE-MODIFIED-INVENT-OUT.
           PERFORM 400-STORE-PART-LOCATIONS.
           PERFORM 400-STORE-PART-CONSIGNMENTS.
           IF  NOT MASTER-TOUCHED
               ADD 1   TO  CT-MASTERS-UNCHANGED
           ELSE
           WRITE INVENT-RECORD-OUT FROM INVENT-RECORD-IN.
           PERFORM 400-CHECKPOINT-IF-DUE.

      *-----------------------------------------------------------------
      * Read the master just read's location balances off PARTLOC
      * into LOCATION-TABLE-IN, in location order. A part stocked at
      * more locations than the table holds is reported and the rest
      * left unread - postings to them bounce "LF".
      *-----------------------------------------------------------------
       400-LOAD-PART-LOCATIONS.
           MOVE    ZEROS   TO  PLT-COUNT.
           IF  INVENT-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN  TO  PLB-PART-NUMBER.
           MOVE    LOW-VALUES      TO  PLB-LOCATION.
           START   PARTLOC-FILE    KEY IS NOT LESS THAN PLB-KEY
               INVALID KEY
                   MOVE    "Y"     TO  PARTLOC-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  PARTLOC-EOF-SW
           END-START.
           PERFORM UNTIL PARTLOC-EOF-SW = "Y"
               READ    PARTLOC-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  PARTLOC-EOF-SW
                   NOT AT END
                       IF  PLB-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  PARTLOC-EOF-SW
                       ELSE
                           PERFORM 500-LOAD-ONE-LOCATION
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       500-LOAD-ONE-LOCATION.
           IF  PLT-COUNT NOT < 99
               DISPLAY "BATCH UPDATE: PART " PART-NUMBER-IN
                       " HAS MORE THAN 99 LOCATIONS ON PARTLOC - "
                       "LOCATION " PLB-LOCATION " NOT LOADED"
               EXIT PARAGRAPH
           END-IF.
           ADD     1               TO  PLT-COUNT.
           MOVE    PLB-LOCATION    TO  LOC-CODE-IN(PLT-COUNT).
           MOVE    PLB-QUANTITY    TO  LOC-QUANTITY-IN(PLT-COUNT)
                                       LOC-LOADED-QTY(PLT-COUNT).
           MOVE    "Y"             TO  LOC-ON-FILE-SW(PLT-COUNT).

      *-----------------------------------------------------------------
      * Write the current master's moved location balances back to
      * PARTLOC: a balance already on file is rewritten, a location
      * new this run is written. Balances that did not move, and new
      * locations that ended the run at zero, are left alone.
      *-----------------------------------------------------------------
       400-STORE-PART-LOCATIONS.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > PLT-COUNT
               IF  LOC-QUANTITY-IN(WS-LOC-SUB) NOT =
                       LOC-LOADED-QTY(WS-LOC-SUB)
                   PERFORM 500-STORE-ONE-LOCATION
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-STORE-ONE-LOCATION.
           MOVE    SPACES                      TO  PART-LOCATION-RECORD.
           MOVE    PART-NUMBER-IN              TO  PLB-PART-NUMBER.
           MOVE    LOC-CODE-IN(WS-LOC-SUB)     TO  PLB-LOCATION.
           MOVE    LOC-QUANTITY-IN(WS-LOC-SUB) TO  PLB-QUANTITY.
           IF  LOC-ON-FILE(WS-LOC-SUB)
               REWRITE PART-LOCATION-RECORD
           ELSE
               WRITE   PART-LOCATION-RECORD
           END-IF.
           IF  PARTLOC-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: PART " PLB-PART-NUMBER
                       " LOCATION " PLB-LOCATION
                       " NOT UPDATED ON PARTLOC - STATUS "
                       PARTLOC-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * Read the master just read's consignment agreements off
      * CONSIGN into CONSIGN-TABLE. A part consigned by more
      * suppliers than the table holds is reported and the rest left
      * unread - their stock is then treated as owned.
      *-----------------------------------------------------------------
       400-LOAD-PART-CONSIGNMENTS.
           MOVE    ZEROS   TO  CNT-COUNT.
           IF  INVENT-EOF OR NOT CONSIGN-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE    PART-NUMBER-IN  TO  CN-PART-NUMBER.
           MOVE    LOW-VALUES      TO  CN-SUPPLIER-ID.
           START   CONSIGN-FILE    KEY IS NOT LESS THAN CN-KEY
               INVALID KEY
                   MOVE    "Y"     TO  CONSIGN-EOF-SW
               NOT INVALID KEY
                   MOVE    "N"     TO  CONSIGN-EOF-SW
           END-START.
           PERFORM UNTIL CONSIGN-EOF-SW = "Y"
               READ    CONSIGN-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  CONSIGN-EOF-SW
                   NOT AT END
                       IF  CN-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  CONSIGN-EOF-SW
                       ELSE
                           PERFORM 500-LOAD-ONE-CONSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
       500-LOAD-ONE-CONSIGNMENT.
           IF  CNT-COUNT NOT < 20
               DISPLAY "BATCH UPDATE: PART " PART-NUMBER-IN
                       " HAS MORE THAN 20 CONSIGNMENT AGREEMENTS - "
                       "SUPPLIER " CN-SUPPLIER-ID " NOT LOADED"
               EXIT PARAGRAPH
           END-IF.
           ADD     1               TO  CNT-COUNT.
           MOVE    CN-SUPPLIER-ID  TO  CNT-SUPPLIER-ID(CNT-COUNT).
           MOVE    CN-ON-HAND      TO  CNT-ON-HAND(CNT-COUNT)
                                       CNT-LOADED-QTY(CNT-COUNT).
           MOVE    CN-AGREED-PRICE TO  CNT-AGREED-PRICE(CNT-COUNT).
           MOVE    CN-RULE         TO  CNT-RULE(CNT-COUNT).

      *-----------------------------------------------------------------
      * Write the current master's moved consignment on-hands back
      * to CONSIGN. Only the on-hand is replaced - the price and rule
      * stay as the maintenance screen last left them.
      *-----------------------------------------------------------------
       400-STORE-PART-CONSIGNMENTS.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > CNT-COUNT
               IF  CNT-ON-HAND(WS-CN-SUB) NOT =
                       CNT-LOADED-QTY(WS-CN-SUB)
                   PERFORM 500-STORE-ONE-CONSIGNMENT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       500-STORE-ONE-CONSIGNMENT.
           MOVE    PART-NUMBER-IN              TO  CN-PART-NUMBER.
           MOVE    CNT-SUPPLIER-ID(WS-CN-SUB)  TO  CN-SUPPLIER-ID.
           READ    CONSIGN-FILE.
           IF  CONSIGN-FILE-STATUS = "00"
               MOVE    CNT-ON-HAND(WS-CN-SUB)  TO  CN-ON-HAND
               REWRITE CONSIGN-RECORD
           END-IF.
           IF  CONSIGN-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: PART " CN-PART-NUMBER
                       " SUPPLIER " CN-SUPPLIER-ID
                       " NOT UPDATED ON CONSIGN - STATUS "
                       CONSIGN-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * The supplier-owned stock on the current master's agreements,
      * and what that leaves us owning of QUANTITY-IN (never below
      * zero, should an online count have taken the total under the
      * consigned figure).
      *-----------------------------------------------------------------
       500-COMPUTE-OWNED-QTY.
           MOVE    ZEROS   TO  WS-CN-ON-HAND.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > CNT-COUNT
               ADD     CNT-ON-HAND(WS-CN-SUB)  TO  WS-CN-ON-HAND
           END-PERFORM.
           IF  QUANTITY-IN > WS-CN-ON-HAND
               COMPUTE WS-OWNED-QTY = QUANTITY-IN - WS-CN-ON-HAND
           ELSE
               MOVE    ZEROS   TO  WS-OWNED-QTY
           END-IF.

      *-----------------------------------------------------------------
      * Receive consignment stock: it goes on the location and the
      * part's on-hand like any receipt, and onto the owning
      * supplier's agreement, so it is never counted as ours. No cost
      * blend, no PO match, and no ledger value - the supplier still
      * owns it. It is stock all the same, so it can carry a lot and
      * releases the part's backorders.
      *-----------------------------------------------------------------
       400-APPLY-CONSIGN-RECEIPT.
           IF  TR-NEW-SUPPLIER-ID = SPACES
               MOVE    SUPPLIER-ID-IN      TO  WS-CN-SUPPLIER
           ELSE
               MOVE    TR-NEW-SUPPLIER-ID  TO  WS-CN-SUPPLIER
           END-IF.
           PERFORM 500-FIND-CONSIGNMENT.
           IF  NOT CN-AGREEMENT-FOUND
               MOVE    "CA"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE    "Y"         TO  MASTER-TOUCHED-SW.
           ADD     TR-VALUE    TO  LOC-QUANTITY-IN(WS-LOC-SUB).
           ADD     TR-VALUE    TO  QUANTITY-IN.
           ADD     TR-VALUE    TO  CNT-ON-HAND(WS-CN-SUB).
           ADD     1           TO  CT-CONSIGN-RECEIPTS.
           IF  TR-LOT-NUMBER NOT = SPACES
               PERFORM 500-ADD-LOT-RECEIPT
           END-IF.
           PERFORM 400-WRITE-HISTORY-RECORD.
           MOVE    TR-PART-NUMBER  TO  WS-RELEASE-PART.
           PERFORM 500-RELEASE-BACKORDERS.
           PERFORM 500-RELEASE-SUPERSEDED-BACKORDERS.

      *-----------------------------------------------------------------
      * Point WS-CN-SUB at WS-CN-SUPPLIER's agreement for the current
      * master, setting CN-AGREEMENT-FOUND when there is one.
      *-----------------------------------------------------------------
       500-FIND-CONSIGNMENT.
           MOVE    "N"     TO  WS-CN-FOUND-SW.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > CNT-COUNT
               IF  CNT-SUPPLIER-ID(WS-CN-SUB) = WS-CN-SUPPLIER
                   MOVE    "Y"     TO  WS-CN-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Decide how much of an issue leaving stock (WS-CN-ISSUE-QTY,
      * movement code WS-CN-ISSUE-CODE) comes off supplier-owned
      * stock, before the caller takes it off QUANTITY-IN. A sale or
      * kit issue first uses the stock of agreements whose rule is
      * consigned-first, then our own, then the other agreements'. A
      * count shortage or supplier return uses our own stock first -
      * except that a return naming a consigning supplier
      * (TR-NEW-SUPPLIER-ID) goes back out of that supplier's stock
      * first, which settles nothing: the goods are simply theirs
      * again. Every other unit taken off an agreement is consumed -
      * the supplier is owed for it at the agreed price, and its
      * cost goes to the ledger as an "L" line. WS-CN-CONSUMED
      * returns the units taken off agreements, returned or
      * consumed; the caller values only the rest.
      *-----------------------------------------------------------------
       500-CONSUME-CONSIGNMENT.
           MOVE    ZEROS   TO  WS-CN-CONSUMED.
           IF  CNT-COUNT = ZEROS OR WS-CN-ISSUE-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 500-COMPUTE-OWNED-QTY.
           IF  WS-CN-ON-HAND = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE    WS-CN-ISSUE-QTY     TO  WS-CN-LEFT.
           MOVE    WS-OWNED-QTY        TO  WS-OWNED-LEFT.
           IF  WS-CN-ISSUE-CODE = "V"
                   AND TR-NEW-SUPPLIER-ID NOT = SPACES
               MOVE    TR-NEW-SUPPLIER-ID  TO  WS-CN-SUPPLIER
               PERFORM 500-FIND-CONSIGNMENT
               IF  CN-AGREEMENT-FOUND
                   PERFORM 600-RETURN-TO-CONSIGNOR
               END-IF
           END-IF.
           IF  WS-CN-ISSUE-CODE = "S" OR WS-CN-ISSUE-CODE = "I"
               PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                       UNTIL WS-CN-SUB > CNT-COUNT
                          OR WS-CN-LEFT = ZEROS
                   IF  CNT-CONSIGNED-FIRST(WS-CN-SUB)
                       PERFORM 600-TAKE-FROM-CONSIGNMENT
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-CN-LEFT > WS-OWNED-LEFT
               SUBTRACT WS-OWNED-LEFT  FROM WS-CN-LEFT
           ELSE
               MOVE    ZEROS   TO  WS-CN-LEFT
           END-IF.
           PERFORM VARYING WS-CN-SUB FROM 1 BY 1
                   UNTIL WS-CN-SUB > CNT-COUNT
                      OR WS-CN-LEFT = ZEROS
               PERFORM 600-TAKE-FROM-CONSIGNMENT
           END-PERFORM.

      *-----------------------------------------------------------------
       600-RETURN-TO-CONSIGNOR.
           IF  WS-CN-LEFT < CNT-ON-HAND(WS-CN-SUB)
               MOVE    WS-CN-LEFT              TO  WS-CN-TAKE
           ELSE
               MOVE    CNT-ON-HAND(WS-CN-SUB)  TO  WS-CN-TAKE
           END-IF.
           SUBTRACT WS-CN-TAKE FROM CNT-ON-HAND(WS-CN-SUB).
           SUBTRACT WS-CN-TAKE FROM WS-CN-LEFT.
           ADD     WS-CN-TAKE  TO  WS-CN-CONSUMED.

      *-----------------------------------------------------------------
      * Consume what is wanted, up to all of it, of the agreement at
      * WS-CN-SUB, and record what we now owe its supplier.
      *-----------------------------------------------------------------
       600-TAKE-FROM-CONSIGNMENT.
           IF  CNT-ON-HAND(WS-CN-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  WS-CN-LEFT < CNT-ON-HAND(WS-CN-SUB)
               MOVE    WS-CN-LEFT              TO  WS-CN-TAKE
           ELSE
               MOVE    CNT-ON-HAND(WS-CN-SUB)  TO  WS-CN-TAKE
           END-IF.
           SUBTRACT WS-CN-TAKE FROM CNT-ON-HAND(WS-CN-SUB).
           SUBTRACT WS-CN-TAKE FROM WS-CN-LEFT.
           ADD     WS-CN-TAKE  TO  WS-CN-CONSUMED
                                   CT-CONSIGN-CONSUMED.
           COMPUTE WS-CN-LIABILITY =
                   WS-CN-TAKE * CNT-AGREED-PRICE(WS-CN-SUB).
           MOVE    SPACES                      TO  CONSLIAB-RECORD-OUT.
           MOVE    CURRENT-RUN-DATE            TO  CL-DATE.
           MOVE    CNT-SUPPLIER-ID(WS-CN-SUB)  TO  CL-SUPPLIER-ID.
           MOVE    TR-PART-NUMBER              TO  CL-PART-NUMBER.
           MOVE    WS-CN-ISSUE-CODE            TO  CL-CODE.
           MOVE    WS-CN-TAKE                  TO  CL-QTY.
           MOVE    CNT-AGREED-PRICE(WS-CN-SUB) TO  CL-AGREED-PRICE.
           MOVE    WS-CN-LIABILITY             TO  CL-EXT-AMOUNT.
           MOVE    WS-CN-CUSTOMER-ID           TO  CL-CUSTOMER-ID.
           MOVE    TR-OPERATOR-ID              TO  CL-OPERATOR-ID.
           WRITE   CONSLIAB-RECORD-OUT.
           MOVE    "L"                         TO  WS-GL-CODE.
           MOVE    WS-CN-TAKE                  TO  WS-GL-QTY.
           MOVE    CNT-AGREED-PRICE(WS-CN-SUB) TO  WS-GL-UNIT-AMT.
           MOVE    WS-CN-LIABILITY             TO  WS-GL-EXT.
           PERFORM 400-WRITE-GL-RECORD.

      *-----------------------------------------------------------------
      * Ship TR-VALUE of this part to another site ("1"). Only owned
      * stock travels - consigned units stay the supplier's, on this
      * site's shelves - so the quantity must be covered both at the
      * from-location (the oversell guard in the dispatch) and by
      * what we own of the part. The destination's queue is opened
      * before anything moves: a shipment that cannot be queued
      * bounces whole ("XQ") rather than leaving this site with
      * nothing arriving at the other. The goods leave at the
      * weighted-average unit price, the value they are carried at
      * in transit and received at on the other side.
      *-----------------------------------------------------------------
       400-APPLY-SITE-SHIPMENT.
           PERFORM 500-COMPUTE-OWNED-QTY.
           IF  TR-VALUE > WS-OWNED-QTY
               MOVE    "OS"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF  TR-XFER-SITE = SPACES
                   OR TR-XFER-SITE = RC-FILE-PREFIX
               MOVE    "BC"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE    SPACES          TO  WS-FN-XFERIN.
           STRING  TR-XFER-SITE    DELIMITED BY SPACE
                   "XFERIN.TXT"    DELIMITED BY SIZE
                   INTO WS-FN-XFERIN.
           OPEN    EXTEND  XFERIN-FILE-OUT.
           IF  XFERIN-FILE-STATUS NOT = "00"
               OPEN    OUTPUT  XFERIN-FILE-OUT
           END-IF.
           IF  XFERIN-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: CANNOT OPEN "
                       WS-FN-XFERIN " - STATUS " XFERIN-FILE-STATUS
               MOVE    "XQ"    TO  WS-ERR-REASON
               PERFORM 400-WRITE-TRANSACTION-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE    "Y"         TO  MASTER-TOUCHED-SW.
           SUBTRACT TR-VALUE FROM LOC-QUANTITY-IN(WS-LOC-SUB).
           SUBTRACT TR-VALUE FROM QUANTITY-IN.
           MOVE    "1"         TO  WS-LOT-CODE.
           MOVE    TR-VALUE    TO  WS-LOT-QTY.
           PERFORM 500-CONSUME-LOTS.
           MOVE    SPACES              TO  TRANSFER-SHIP-RECORD.
           MOVE    RC-FILE-PREFIX      TO  XS-FROM-SITE.
           MOVE    TR-XFER-ORDER       TO  XS-ORDER-NUMBER.
           MOVE    TR-PART-NUMBER      TO  XS-PART-NUMBER.
           MOVE    TR-VALUE            TO  XS-QTY.
           MOVE    UNIT-PRICE-IN       TO  XS-UNIT-COST.
           MOVE    CURRENT-RUN-DATE    TO  XS-SHIP-DATE.
           MOVE    LOC-CODE-IN(WS-LOC-SUB) TO  XS-FROM-LOCATION.
           MOVE    TR-OPERATOR-ID      TO  XS-OPERATOR-ID.
           WRITE   TRANSFER-SHIP-RECORD.
           CLOSE   XFERIN-FILE-OUT.
           ADD     1           TO  CT-SITE-SHIPPED.
           PERFORM 400-WRITE-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * Receive another site's shipment ("2") at the cost it left
      * that site at, blended into the weighted average like any
      * costed receipt. It fills no purchase order and is measured
      * against no standard - the goods were bought once already -
      * but it is stock, so it releases the part's backorders. The
      * "P" line on the receipt log takes it out of transit.
      *-----------------------------------------------------------------
       400-APPLY-SITE-RECEIPT.
           MOVE    "Y"     TO  MASTER-TOUCHED-SW.
           PERFORM 500-COMPUTE-OWNED-QTY.
           MOVE    WS-OWNED-QTY        TO  LS-QUANTITY.
           MOVE    UNIT-PRICE-IN       TO  LS-UNIT-PRICE.
           MOVE    TR-VALUE            TO  LS-RECEIPT-QUANTITY.
           MOVE    TR-RECEIPT-COST     TO  LS-RECEIPT-COST.
           CALL    "ComputeValue"      USING LINK-PARAMETERS.
           IF  TR-RECEIPT-COST > ZEROS
               MOVE    UNIT-PRICE-IN       TO  WS-PRIOR-UNIT-PRICE
               MOVE    LS-NEW-UNIT-COST    TO  UNIT-PRICE-IN
               IF  UNIT-PRICE-IN NOT = WS-PRIOR-UNIT-PRICE
                   PERFORM 500-WRITE-PRICE-HISTORY
                   PERFORM 500-WRITE-BLEND-REVALUATION
               END-IF
           END-IF.
           ADD     TR-VALUE            TO  LOC-QUANTITY-IN(WS-LOC-SUB).
           ADD     TR-VALUE            TO  QUANTITY-IN.
           MOVE    TR-PART-NUMBER  TO  WS-RELEASE-PART.
           PERFORM 500-RELEASE-BACKORDERS.
           PERFORM 500-RELEASE-SUPERSEDED-BACKORDERS.
           MOVE    SPACES              TO  TRANSFER-RECEIPT-RECORD.
           MOVE    TR-XFER-SITE        TO  XR-FROM-SITE.
           MOVE    TR-XFER-ORDER       TO  XR-ORDER-NUMBER.
           MOVE    TR-PART-NUMBER      TO  XR-PART-NUMBER.
           SET     XR-POSTED           TO  TRUE.
           MOVE    TR-VALUE            TO  XR-QTY.
           MOVE    TR-RECEIPT-COST     TO  XR-UNIT-COST.
           MOVE    CURRENT-RUN-DATE    TO  XR-DATE.
           MOVE    LOC-CODE-IN(WS-LOC-SUB) TO  XR-LOCATION.
           MOVE    TR-OPERATOR-ID      TO  XR-OPERATOR-ID.
           WRITE   TRANSFER-RECEIPT-RECORD.
           ADD     1           TO  CT-SITE-RECEIVED.
           PERFORM 400-WRITE-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * Write off goods on our queue that will never arrive ("3"), at
      * the cost they left the shipping site at. Nothing moves on our
      * shelves, so the master and history are left alone: the loss
      * goes to the ledger out of the in-transit account, and the
      * "L" line on the receipt log takes the goods off the road.
      *-----------------------------------------------------------------
       400-APPLY-SITE-LOSS.
           MOVE    "3"                 TO  WS-GL-CODE.
           MOVE    TR-VALUE            TO  WS-GL-QTY.
           MOVE    TR-RECEIPT-COST     TO  WS-GL-UNIT-AMT.
           COMPUTE WS-GL-EXT = ZERO - (WS-GL-QTY * WS-GL-UNIT-AMT).
           PERFORM 400-WRITE-GL-RECORD.
           MOVE    SPACES              TO  TRANSFER-RECEIPT-RECORD.
           MOVE    TR-XFER-SITE        TO  XR-FROM-SITE.
           MOVE    TR-XFER-ORDER       TO  XR-ORDER-NUMBER.
           MOVE    TR-PART-NUMBER      TO  XR-PART-NUMBER.
           SET     XR-WRITTEN-OFF      TO  TRUE.
           MOVE    TR-VALUE            TO  XR-QTY.
           MOVE    TR-RECEIPT-COST     TO  XR-UNIT-COST.
           MOVE    CURRENT-RUN-DATE    TO  XR-DATE.
           MOVE    TR-OPERATOR-ID      TO  XR-OPERATOR-ID.
           MOVE    TR-REASON           TO  XR-REASON.
           WRITE   TRANSFER-RECEIPT-RECORD.
           ADD     1           TO  CT-SITE-WRITTEN-OFF.

      *-----------------------------------------------------------------
      * Build a brand-new master record from an "A" transaction's
      * payload and write it in place of the master this transaction
      * fell short of, so it lands ahead of that master in sequence.
      *-----------------------------------------------------------------
       400-WRITE-NEW-PART-INVENT-OUT.
           MOVE    SPACES              TO  INVENT-RECORD-OUT.
           INITIALIZE                      INVENT-RECORD-OUT.
           MOVE    TR-PART-NUMBER      TO  PART-NUMBER-OUT.
           MOVE    TR-NEW-PART-NAME    TO  PART-NAME-OUT.
           MOVE    TR-NEW-UNIT-PRICE   TO  UNIT-PRICE-OUT.
           MOVE    TR-NEW-REORDER-PT   TO  REORDER-POINT-OUT.
           MOVE    TR-NEW-SUPPLIER-ID  TO  SUPPLIER-ID-OUT.
           PERFORM 500-WRITE-NEW-PART-LOCATION.
           WRITE   INVENT-RECORD-OUT.
           WRITE   CHANGES-RECORD-OUT  FROM  INVENT-RECORD-OUT.
           ADD     1                   TO  CT-NEW-PARTS-ADDED.
           PERFORM 400-WRITE-HISTORY-RECORD.
           PERFORM 400-CHECKPOINT-IF-DUE.

      *-----------------------------------------------------------------
      * The new part's opening balance goes straight to PARTLOC - the
      * table in storage still belongs to the master this part was
      * inserted ahead of. A balance left behind under the same part
      * number is overwritten.
      *-----------------------------------------------------------------
       500-WRITE-NEW-PART-LOCATION.
           MOVE    SPACES              TO  PART-LOCATION-RECORD.
           MOVE    TR-PART-NUMBER      TO  PLB-PART-NUMBER.
           IF  TR-LOCATION = SPACES
               MOVE    "01"                TO  PLB-LOCATION
           ELSE
               MOVE    TR-LOCATION         TO  PLB-LOCATION
           END-IF.
           MOVE    TR-VALUE            TO  PLB-QUANTITY.
           WRITE   PART-LOCATION-RECORD.
           IF  PARTLOC-FILE-STATUS = "22"
               REWRITE PART-LOCATION-RECORD
           END-IF.
           IF  PARTLOC-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: PART " PLB-PART-NUMBER
                       " LOCATION " PLB-LOCATION
                       " NOT WRITTEN TO PARTLOC - STATUS "
                       PARTLOC-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * Refresh the restart checkpoint every CKPT-INTERVAL master
      * records written to INVENT-FILE-OUT.
               IF  LOTBAL-LOADED AND LOTBAL-DIRTY
                   PERFORM 500-FLUSH-LOT-BALANCE-FILE
               END-IF
               IF  COSTLAYR-LOADED AND COSTLAYR-DIRTY
                   PERFORM 500-FLUSH-COST-LAYER-FILE
               END-IF
           END-IF.
      *    The backorder and open-PO positions need no checkpoint of
      *    their own: every raise, release, and receipt match lands
      *    The lot balances live only in working storage, so they ARE
      *    flushed here whenever they changed since the last flush -
      *    a restart then reloads LOTBAL.TXT in step with the
      *    checkpoint it resumes from. The FIFO cost layers are held
      *    the same way and flushed the same way.

      *-----------------------------------------------------------------
       400-WRITE-TRANSACTION-ERROR.
           MOVE    TR-VALUE            TO  HIST-VALUE.
           IF  TR-CUST-RETURN-CODE OR TR-VENDOR-RETURN-CODE
                   OR TR-QUAR-RELEASE-CODE OR TR-QUAR-SCRAP-CODE
                   OR TR-QUAR-SUPRET-CODE OR TR-ADJ-DOWN-CODE
               MOVE    TR-REASON       TO  HIST-REASON
           END-IF.
           MOVE    TR-LOCATION         TO  HIST-LOCATION.
           IF  TR-SALE-CODE OR TR-CUST-RETURN-CODE
                   OR TR-QUAR-RELEASE-CODE OR TR-QUAR-SCRAP-CODE
                   OR TR-QUAR-SUPRET-CODE
               MOVE    TR-CUSTOMER-ID  TO  HIST-CUSTOMER-ID
           END-IF.
           IF  TR-RECEIPT-CODE OR TR-CONSIGN-RECEIPT-CODE
               MOVE    TR-LOT-NUMBER   TO  HIST-LOT-NUMBER
           END-IF.
           IF  TR-SALE-CODE AND WS-SUBST-FOR-PART > ZEROS
               MOVE    WS-SUBST-FOR-PART   TO  HIST-ORDERED-PART
           END-IF.
           IF  TR-KIT-DISASSEMBLY-CODE OR TR-KIT-PUTBACK-CODE
               MOVE    WS-LINK-KIT     TO  HIST-LINK-KIT
               MOVE    WS-LINK-SEQ     TO  HIST-LINK-SEQ
           END-IF.
           IF  TR-SITE-SHIP-CODE OR TR-SITE-RECEIPT-CODE
               MOVE    TR-XFER-ORDER   TO  HIST-XFER-ORDER
           END-IF.
           MOVE    TR-OPERATOR-ID      TO  HIST-OPERATOR-ID.
      *    The foreign original on a converted receipt, kept for
      *    invoice matching. Guarded NUMERIC so transactions staged
               MOVE    TR-CURRENCY     TO  HIST-CURRENCY
           END-IF.
           WRITE   HISTORY-RECORD-OUT.
           PERFORM 500-POST-PART-SUMMARY.
           IF  TR-SALE-CODE
               MOVE    TR-VALUE        TO  WS-MARGIN-QTY
               MOVE    TR-CUSTOMER-ID  TO  WS-MARGIN-CUSTOMER-ID
               PERFORM 400-WRITE-SALE-MARGIN
           END-IF.
           PERFORM 400-VALUE-MOVEMENT-FOR-GL.

      *-----------------------------------------------------------------
      * Add the history record just written into the daily part-
      * activity summary: its units, its value at the cost the
      * ledger takes it at, and one more movement for the part, day
      * and code. Quarantine, consignment and transfer movements
      * carry no inventory value, as on the ledger - only units.
      *-----------------------------------------------------------------
       500-POST-PART-SUMMARY.
           IF  NOT PARTSUMM-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE HIST-CODE
               WHEN "T"  WHEN "C"  WHEN "G"  WHEN "H"  WHEN "M"
                   MOVE    ZEROS               TO  WS-PSM-UNIT-AMT
               WHEN "R"  WHEN "2"
                   IF  TR-RECEIPT-COST > ZEROS
                       MOVE    TR-RECEIPT-COST TO  WS-PSM-UNIT-AMT
                   ELSE
                       MOVE    UNIT-PRICE-IN   TO  WS-PSM-UNIT-AMT
                   END-IF
               WHEN "A"
                   MOVE    TR-NEW-UNIT-PRICE   TO  WS-PSM-UNIT-AMT
               WHEN "B"  WHEN "O"
                   MOVE    WS-KIT-UNIT-COST    TO  WS-PSM-UNIT-AMT
               WHEN OTHER
                   MOVE    UNIT-PRICE-IN       TO  WS-PSM-UNIT-AMT
           END-EVALUATE.
           COMPUTE WS-PSM-EXT = HIST-VALUE * WS-PSM-UNIT-AMT.
           MOVE    HIST-PART-NUMBER    TO  PSM-PART-NUMBER.
           MOVE    HIST-DATE           TO  PSM-DATE.
           MOVE    HIST-CODE           TO  PSM-CODE.
           READ    PARTSUMM-FILE
               INVALID KEY
                   MOVE    SPACES      TO  PSM-TOTALS
                   MOVE    ZEROS       TO  PSM-UNITS-IN
                                           PSM-UNITS-OUT
                                           PSM-VALUE-IN
                                           PSM-VALUE-OUT
                                           PSM-MOVE-COUNT
           END-READ.
           EVALUATE HIST-CODE
               WHEN "S"  WHEN "D"  WHEN "V"  WHEN "I"
               WHEN "Z"  WHEN "G"  WHEN "H"  WHEN "1"
                   ADD     HIST-VALUE      TO  PSM-UNITS-OUT
                   ADD     WS-PSM-EXT      TO  PSM-VALUE-OUT
               WHEN "T"
                   ADD     HIST-VALUE      TO  PSM-UNITS-IN
                                               PSM-UNITS-OUT
               WHEN OTHER
                   ADD     HIST-VALUE      TO  PSM-UNITS-IN
                   ADD     WS-PSM-EXT      TO  PSM-VALUE-IN
           END-EVALUATE.
           ADD     1                   TO  PSM-MOVE-COUNT.
           IF  PARTSUMM-FILE-STATUS = "00"
               REWRITE PART-SUMMARY-RECORD
           ELSE
               WRITE   PART-SUMMARY-RECORD
           END-IF.
           IF  PARTSUMM-FILE-STATUS NOT = "00"
               DISPLAY "BATCH UPDATE: PART SUMMARY POST FAILED ON "
                       PSM-KEY " - STATUS " PARTSUMM-FILE-STATUS
           ELSE
               ADD     1               TO  CT-SUMMARY-POSTED
           END-IF.

      *-----------------------------------------------------------------
      * Put a money value on the movement just recorded: receipts at
      * the cost the receipt carried (the on-hand price when it
      * carried none), kit builds at their rolled-up cost, the
      * components a disassembly puts back at their share of the
      * kit's, new-part adds at their starting price,
      * everything else at the part's current weighted-average unit
      * price. Stock going off hand carries a negative amount; a
      * transfer moves no value and writes nothing. An inter-site
      * shipment ("1") goes off at the weighted average and its
      * receipt ("2") comes on at that same shipping cost, so the
      * in-transit account carries the goods between them. Consignment
      * stock is the supplier's: its receipt writes nothing, and an
      * issue values only the units that came off our own stock -
      * the consumed rest went to the ledger at the agreed price.
      *-----------------------------------------------------------------
       400-VALUE-MOVEMENT-FOR-GL.
           MOVE    TR-CODE         TO  WS-GL-CODE.
               WHEN TR-CUST-RETURN-CODE OR TR-QUAR-SCRAP-CODE
                       OR TR-QUAR-SUPRET-CODE
                   EXIT PARAGRAPH
               WHEN TR-CONSIGN-RECEIPT-CODE
                   EXIT PARAGRAPH
               WHEN TR-RECEIPT-CODE OR TR-SITE-RECEIPT-CODE
                   IF  TR-RECEIPT-COST > ZEROS
                       MOVE    TR-RECEIPT-COST TO  WS-GL-UNIT-AMT
                   ELSE
               WHEN TR-ADD-CODE
                   MOVE    TR-NEW-UNIT-PRICE   TO  WS-GL-UNIT-AMT
                   COMPUTE WS-GL-EXT = WS-GL-QTY * WS-GL-UNIT-AMT
               WHEN TR-KIT-BUILD-CODE OR TR-KIT-PUTBACK-CODE
                   MOVE    WS-KIT-UNIT-COST    TO  WS-GL-UNIT-AMT
                   COMPUTE WS-GL-EXT = WS-GL-QTY * WS-GL-UNIT-AMT
               WHEN TR-QUAR-RELEASE-CODE OR TR-ADJ-UP-CODE
                   MOVE    UNIT-PRICE-IN       TO  WS-GL-UNIT-AMT
                   COMPUTE WS-GL-EXT = WS-GL-QTY * WS-GL-UNIT-AMT
               WHEN OTHER
                   IF  WS-CN-CONSUMED NOT < WS-GL-QTY
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT WS-CN-CONSUMED FROM WS-GL-QTY
                   MOVE    UNIT-PRICE-IN       TO  WS-GL-UNIT-AMT
                   COMPUTE WS-GL-EXT =
                           ZERO - (WS-GL-QTY * WS-GL-UNIT-AMT)

      *-----------------------------------------------------------------
      * Value one shipped sale quantity (WS-MARGIN-QTY) for the
      * gross-margin report and the AR billing run: revenue at the
      * selling price in force, cost at the part's current weighted-
      * average unit cost, billed to WS-MARGIN-CUSTOMER-ID.
      *-----------------------------------------------------------------
       400-WRITE-SALE-MARGIN.
           PERFORM 500-LOOK-UP-SELL-PRICE.
           MOVE    WS-MARGIN-QTY       TO  SM-QTY.
           MOVE    WS-SALE-SELL-PRICE  TO  SM-SELL-PRICE.
           MOVE    UNIT-PRICE-IN       TO  SM-UNIT-COST.
           MOVE    WS-MARGIN-CUSTOMER-ID   TO  SM-CUSTOMER-ID.
           WRITE   SALEMARG-RECORD-OUT.

      *-----------------------------------------------------------------
           MOVE    WS-GL-QTY           TO  GLW-QTY.
           MOVE    WS-GL-UNIT-AMT      TO  GLW-UNIT-AMOUNT.
           MOVE    WS-GL-EXT           TO  GLW-EXT-AMOUNT.
           IF  TR-KIT-DISASSEMBLY-CODE OR TR-KIT-PUTBACK-CODE
               MOVE    WS-LINK-KIT     TO  GLW-LINK-KIT
               MOVE    WS-LINK-SEQ     TO  GLW-LINK-SEQ
           END-IF.
           WRITE   GLWORK-RECORD-OUT.
      *    Every valued movement of owned stock on or off also moves
      *    the FIFO layers. Value-only lines - blend residue, PPV,
      *    landed cost, consignment liability, labour - do not.
           EVALUATE WS-GL-CODE
               WHEN "R"  WHEN "A"  WHEN "U"
               WHEN "Q"  WHEN "B"  WHEN "O"  WHEN "2"
                   PERFORM 500-OPEN-COST-LAYER
               WHEN "S"  WHEN "V"  WHEN "D"
               WHEN "I"  WHEN "Z"  WHEN "1"
                   PERFORM 500-CONSUME-COST-LAYERS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Open a FIFO layer for the owned stock just valued on, at the
      * unit amount the ledger took it on at. A full table leaves the
      * stock unlayered - it then issues at the weighted average -
      * rather than wrapping LY-COUNT and aborting the run.
      *-----------------------------------------------------------------
       500-OPEN-COST-LAYER.
           IF  WS-GL-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  NOT COSTLAYR-LOADED
               EXIT PARAGRAPH
           END-IF.
           IF  LY-COUNT = 9999
               DISPLAY "BATCH UPDATE: COST LAYER TABLE FULL - "
                       WS-GL-QTY " OF PART " TR-PART-NUMBER
                       " LEFT UNLAYERED"
               EXIT PARAGRAPH
           END-IF.
           ADD     1                   TO  LY-COUNT.
           SET     LY-IDX              TO  LY-COUNT.
           MOVE    TR-PART-NUMBER      TO  LYT-PART-NUMBER(LY-IDX).
           MOVE    CURRENT-RUN-DATE    TO  LYT-OPEN-DATE(LY-IDX).
           MOVE    WS-GL-CODE          TO  LYT-SOURCE-CODE(LY-IDX).
           MOVE    WS-GL-QTY           TO  LYT-QTY-OPENED(LY-IDX)
                                           LYT-QTY-REMAINING(LY-IDX).
           MOVE    WS-GL-UNIT-AMT      TO  LYT-UNIT-COST(LY-IDX).
           MOVE    "Y"                 TO  COSTLAYR-DIRTY-SW.
           ADD     1                   TO  CT-LAYERS-OPENED.

      *-----------------------------------------------------------------
      * Cost a valued issue of WS-GL-QTY owned units on FIFO. The
      * owned stock no layer covers is the oldest, so it goes first
      * at the weighted average; then the part's layers oldest-first;
      * anything left past the layers again at the weighted average.
      * One FIFOHIST.TXT record carries the FIFO cost taken beside
      * the weighted-average cost the ledger line just took.
      *-----------------------------------------------------------------
       500-CONSUME-COST-LAYERS.
           IF  WS-GL-QTY = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF  NOT COSTLAYR-LOADED
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS   TO  WS-LAYER-QTY-HELD
                               WS-FIFO-COST.
           PERFORM VARYING LY-IDX FROM 1 BY 1 UNTIL LY-IDX > LY-COUNT
               IF  LYT-PART-NUMBER(LY-IDX) = TR-PART-NUMBER
                   ADD     LYT-QTY-REMAINING(LY-IDX)   TO
                           WS-LAYER-QTY-HELD
               END-IF
           END-PERFORM.
      *    On-hand has already come down by the issue, so what we
      *    owned before it is what we own now plus the units issued.
           PERFORM 500-COMPUTE-OWNED-QTY.
           IF  WS-OWNED-QTY + WS-GL-QTY > WS-LAYER-QTY-HELD
               COMPUTE WS-UNLAYERED-QTY =
                       WS-OWNED-QTY + WS-GL-QTY - WS-LAYER-QTY-HELD
           ELSE
               MOVE    ZEROS   TO  WS-UNLAYERED-QTY
           END-IF.
           IF  WS-UNLAYERED-QTY > WS-GL-QTY
               MOVE    WS-GL-QTY   TO  WS-UNLAYERED-QTY
           END-IF.
           COMPUTE WS-LAYER-LEFT = WS-GL-QTY - WS-UNLAYERED-QTY.
           PERFORM VARYING LY-IDX FROM 1 BY 1
                   UNTIL   LY-IDX > LY-COUNT
                       OR  WS-LAYER-LEFT = ZEROS
               IF  LYT-PART-NUMBER(LY-IDX) = TR-PART-NUMBER
                       AND LYT-QTY-REMAINING(LY-IDX) > ZEROS
                   IF  WS-LAYER-LEFT < LYT-QTY-REMAINING(LY-IDX)
                       MOVE    WS-LAYER-LEFT   TO  WS-LAYER-TAKE
                   ELSE
                       MOVE    LYT-QTY-REMAINING(LY-IDX)   TO
                               WS-LAYER-TAKE
                   END-IF
                   SUBTRACT WS-LAYER-TAKE FROM
                           LYT-QTY-REMAINING(LY-IDX)
                   SUBTRACT WS-LAYER-TAKE FROM WS-LAYER-LEFT
                   COMPUTE WS-FIFO-COST = WS-FIFO-COST
                           + WS-LAYER-TAKE * LYT-UNIT-COST(LY-IDX)
                   MOVE    "Y"             TO  COSTLAYR-DIRTY-SW
               END-IF
           END-PERFORM.
           ADD     WS-LAYER-LEFT   TO  WS-UNLAYERED-QTY.
           COMPUTE WS-FIFO-COST = WS-FIFO-COST
                   + WS-UNLAYERED-QTY * WS-GL-UNIT-AMT.
           MOVE    SPACES              TO  FIFOHIST-RECORD-OUT.
           MOVE    CURRENT-RUN-DATE    TO  FH-DATE.
           MOVE    TR-PART-NUMBER      TO  FH-PART-NUMBER.
           MOVE    WS-GL-CODE          TO  FH-CODE.
           MOVE    WS-GL-QTY           TO  FH-QTY.
           MOVE    WS-UNLAYERED-QTY    TO  FH-UNLAYERED-QTY.
           MOVE    WS-FIFO-COST        TO  FH-FIFO-COST.
           COMPUTE FH-WA-COST = ZERO - WS-GL-EXT.
           WRITE   FIFOHIST-RECORD-OUT.
           ADD     1                   TO  CT-LAYER-ISSUES.

      *-----------------------------------------------------------------
      * Set RETURN-CODE so a calling batch driver can detect this run
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LOTHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-LOTHIST.
           MOVE    SPACES      TO  RC-FN-COSTLAYR.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "COSTLAYR.TXT" DELIMITED BY SIZE
                   INTO RC-FN-COSTLAYR.
           MOVE    SPACES      TO  RC-FN-FIFOHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "FIFOHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-FIFOHIST.
           MOVE    SPACES      TO  RC-FN-OPENPOWK.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "OPENPOWK" DELIMITED BY SIZE
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "LANDEDRP.TXT" DELIMITED BY SIZE
                   INTO RC-FN-LANDEDRP.
           MOVE    SPACES      TO  RC-FN-PARTCTL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTCTL" DELIMITED BY SIZE
                   INTO RC-FN-PARTCTL.
           MOVE    SPACES      TO  RC-FN-SERIALS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERIALS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERIALS.
           MOVE    SPACES      TO  RC-FN-SERMAST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERMAST" DELIMITED BY SIZE
                   INTO RC-FN-SERMAST.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-PARTSUMM.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTSUMM" DELIMITED BY SIZE
                   INTO RC-FN-PARTSUMM.
           MOVE    SPACES      TO  RC-FN-SUPERSED.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPERSED" DELIMITED BY SIZE
                   INTO RC-FN-SUPERSED.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-CONSLIAB.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSLIAB.TXT" DELIMITED BY SIZE
                   INTO RC-FN-CONSLIAB.
           MOVE    SPACES      TO  RC-FN-XFERRCV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "XFERRCV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-XFERRCV.
           MOVE    SPACES      TO  RC-FN-SERHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SERHIST.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SERHIST.
